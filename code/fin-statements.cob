       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT AccountFile ASSIGN TO "./gl-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctStatus.
           SELECT OPTIONAL RuleFile ASSIGN TO "./gl-rules.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RuleStatus.
           SELECT OPTIONAL BalanceForward
               ASSIGN TO "./balance-forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BfStatus.
           SELECT OPTIONAL PriorArchive
               ASSIGN TO DYNAMIC PriorArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriorStatus.
           SELECT StatementReport ASSIGN TO "./FinStatements.dat"
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

       FD AccountFile.
       01 AccountRecord.
           02 ACAcct PIC 9(4).
           02 FILLER PIC X.
           02 ACName PIC X(30).
           02 FILLER PIC X.
           02 ACType PIC X.
           02 FILLER PIC X.
           02 ACGroup PIC X(25).

       FD RuleFile.
       01 RuleRecord.
           02 RLType PIC X(2).
           02 FILLER PIC X.
           02 RLDebit PIC 9(4).
           02 FILLER PIC X.
           02 RLCredit PIC 9(4).

       FD BalanceForward.
       01 BalanceForwardRecord.
           02 BFCustID PIC 9(5).
           02 FILLER PIC X.
           02 BFThruDate PIC 9(8).
           02 FILLER PIC X.
           02 BFAmount PIC S9(8)V99 SIGN LEADING SEPARATE.

       FD PriorArchive.
       01 PriorArchiveRecord.
           02 PAGLDate PIC 9(8).
           02 FILLER PIC X.
           02 PAGLAcct PIC 9(4).
           02 FILLER PIC X.
           02 PAGLSide PIC X.
           02 FILLER PIC X.
           02 PAGLAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 PAGLDocType PIC X(2).
           02 FILLER PIC X.
           02 PAGLRef PIC 9(6).

       FD StatementReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 GlStatus PIC XX.
       01 AcctStatus PIC XX.
       01 RuleStatus PIC XX.
       01 BfStatus PIC XX.
       01 PriorStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 MonthParam PIC X(6).
       01 ReportMonth PIC 9(6).
       01 ReportYear PIC 9(4).
       01 LastYearMonth PIC 9(6).
       01 FirstGlDate PIC 9(8) VALUE ZERO.
       01 OpeningSeen PIC X VALUE 'N'.
       01 PriorYear PIC 9(4).
       01 PriorArchiveName PIC X(30).
       01 BfDebitAcct PIC 9(4) VALUE ZERO.
       01 BfCreditAcct PIC 9(4) VALUE ZERO.
       01 BfApplied PIC 9(5) VALUE ZERO.
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
               03 TblAcctGroup PIC X(25).
               03 TblMonthNet PIC S9(10)V99.
               03 TblYtdNet PIC S9(10)V99.
               03 TblLastYearNet PIC S9(10)V99.
               03 TblPriorNet PIC S9(10)V99.
               03 TblBalNet PIC S9(10)V99.
       01 AcctIdx PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 WantedAcct PIC 9(4).
       01 GroupCount PIC 9(3) VALUE ZERO.
       01 GroupTable.
           02 GroupEntry
               OCCURS 1 TO 200 TIMES
               DEPENDING ON GroupCount
               INDEXED BY GRI.
               03 TblGrpType PIC X.
               03 TblGrpName PIC X(25).
               03 TblGrpMonth PIC S9(10)V99.
               03 TblGrpYtd PIC S9(10)V99.
               03 TblGrpLastYear PIC S9(10)V99.
               03 TblGrpBal PIC S9(10)V99.
       01 GroupIdx PIC 9(3).
       01 GroupFoundIdx PIC 9(3).
       01 WantedType PIC X.
       01 TypeSign PIC S9 VALUE 1.
       01 TotDebits PIC 9(12)V99 VALUE ZERO.
       01 TotCredits PIC 9(12)V99 VALUE ZERO.
       01 TypeMonth PIC S9(10)V99.
       01 TypeYtd PIC S9(10)V99.
       01 TypeLastYear PIC S9(10)V99.
       01 TypeBal PIC S9(10)V99.
       01 RevMonth PIC S9(10)V99.
       01 RevYtd PIC S9(10)V99.
       01 RevLastYear PIC S9(10)V99.
       01 NetMonth PIC S9(10)V99.
       01 NetYtd PIC S9(10)V99.
       01 NetLastYear PIC S9(10)V99.
       01 TotAssets PIC S9(10)V99.
       01 TotLiabilities PIC S9(10)V99.
       01 TotEquity PIC S9(10)V99.
       01 PriorEarnings PIC S9(10)V99 VALUE ZERO.
       01 Unclassified PIC S9(10)V99 VALUE ZERO.
       01 UnclassCount PIC 9(3) VALUE ZERO.
       01 BsDifference PIC S9(10)V99.
       01 OutOfBalance PIC X VALUE 'N'.
       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "Estado de resultados. Periodo: ".
           02 PrnMonth PIC 9(6).
       01 IsColumns.
           02 FILLER PIC X(30) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "            Mes".
           02 FILLER PIC X(15) VALUE "      Acumulado".
           02 FILLER PIC X(9) VALUE SPACE.
           02 PrnLyMonth PIC 9(6).
       01 IsLine.
           02 PrnIsLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnIsMonth PIC -ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnIsYtd PIC -ZZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnIsLastYear PIC -ZZZZZZZZZ9.99.
       01 BsHeading.
           02 FILLER PIC X(32) VALUE
               "Balance general al cierre de:  ".
           02 PrnBsMonth PIC 9(6).
       01 BsLine.
           02 PrnBsLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBsValue PIC -ZZZZZZZZZ9.99.
       01 TitleLine PIC X(80).
       01 CheckLine.
           02 PrnCheckLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCheckValue PIC -ZZZZZZZZZZZ9.99.
       01 UnclassLine.
           02 FILLER PIC X(25) VALUE "    Cuenta sin clasificar".
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnclassAcct PIC 9(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUnclassValue PIC -ZZZZZZZZZ9.99.
       01 BalanceMsg PIC X(80).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO ReportMonth.
           ACCEPT MonthParam FROM ENVIRONMENT "FS_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS EQUAL TO ZERO AND
               MonthParam IS NOT EQUAL TO SPACE THEN
               COMPUTE ReportMonth = FUNCTION NUMVAL(MonthParam)
           END-IF.
           MOVE ReportMonth(1:4) TO ReportYear.
           COMPUTE LastYearMonth = ReportMonth - 100.
           PERFORM LoadAccounts.
           IF AcctCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin catalogo de cuentas en gl-accounts.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe gl-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM TallyOneGlLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE GlJournalFile.
           PERFORM TallyPriorArchive.
           PERFORM LoadBfRule.
           IF BfDebitAcct IS GREATER THAN ZERO AND
               OpeningSeen IS EQUAL TO 'N' THEN
               PERFORM ApplyBalanceForward
           END-IF.
           PERFORM BuildGroups
               VARYING AcctIdx FROM 1 BY 1
               UNTIL AcctIdx IS GREATER THAN AcctCount.
           OPEN OUTPUT StatementReport.
           PERFORM WriteIncomeStatement.
           PERFORM WriteBalanceSheet.
           PERFORM WriteBalanceCheck.
           CLOSE StatementReport.
           DISPLAY 'Utilidad del mes:      ' NetMonth.
           DISPLAY 'Utilidad acumulada:    ' NetYtd.
           DISPLAY 'Total activo:          ' TotAssets.
           IF BfApplied IS GREATER THAN ZERO THEN
               DISPLAY 'Saldos iniciales:      ' BfApplied
           END-IF.
           IF OutOfBalance IS EQUAL TO 'Y' THEN
               DISPLAY 'ESTADOS FINANCIEROS DESCUADRADOS.'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'Estados financieros cuadrados.'
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
                       MOVE FUNCTION UPPER-CASE(ACType)
                           TO TblAcctType(AcctCount)
                       MOVE ACGroup TO TblAcctGroup(AcctCount)
                       IF ACGroup IS EQUAL TO SPACE THEN
                           MOVE ACName TO TblAcctGroup(AcctCount)
                       END-IF
                       PERFORM ClearAcctEntry
                   END-IF
           END-READ.

       ClearAcctEntry.
           MOVE ZERO TO TblMonthNet(AcctCount).
           MOVE ZERO TO TblYtdNet(AcctCount).
           MOVE ZERO TO TblLastYearNet(AcctCount).
           MOVE ZERO TO TblPriorNet(AcctCount).
           MOVE ZERO TO TblBalNet(AcctCount).

       TallyOneGlLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FirstGlDate IS EQUAL TO ZERO OR
                       GLDate IS LESS THAN FirstGlDate THEN
                       MOVE GLDate TO FirstGlDate
                   END-IF
                   IF GLDocType IS EQUAL TO 'OB' THEN
                       MOVE 'Y' TO OpeningSeen
                   END-IF
                   IF GLDate(1:6) IS NOT GREATER THAN ReportMonth THEN
                       IF GLSide IS EQUAL TO 'D' THEN
                           MOVE GLAmount TO SignedAmount
                           ADD GLAmount TO TotDebits
                       ELSE
                           COMPUTE SignedAmount = ZERO - GLAmount
                           ADD GLAmount TO TotCredits
                       END-IF
                       MOVE GLAcct TO WantedAcct
                       PERFORM PostSignedAmount
                   END-IF
           END-READ.

       PostSignedAmount.
           PERFORM FindAcctEntry.
           ADD SignedAmount TO TblBalNet(FoundIdx).
           IF GLDate(1:4) IS LESS THAN ReportYear THEN
               ADD SignedAmount TO TblPriorNet(FoundIdx)
           ELSE
               ADD SignedAmount TO TblYtdNet(FoundIdx)
           END-IF.
           IF GLDate(1:6) IS EQUAL TO ReportMonth THEN
               ADD SignedAmount TO TblMonthNet(FoundIdx)
           END-IF.
           IF GLDate(1:6) IS EQUAL TO LastYearMonth THEN
               ADD SignedAmount TO TblLastYearNet(FoundIdx)
           END-IF.

       TallyPriorArchive.
           COMPUTE PriorYear = ReportYear - 1.
           MOVE SPACE TO PriorArchiveName.
           STRING './gl-journal-' DELIMITED BY SIZE
               PriorYear DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO PriorArchiveName
           END-STRING.
           OPEN INPUT PriorArchive.
           IF PriorStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOnePriorLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PriorArchive
           ELSE IF PriorStatus IS EQUAL TO "05" THEN
               CLOSE PriorArchive
           END-IF.

       TallyOnePriorLine.
           READ PriorArchive
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PAGLDate(1:6) IS EQUAL TO LastYearMonth AND
                       PAGLDocType IS NOT EQUAL TO 'YC' THEN
                       IF PAGLSide IS EQUAL TO 'D' THEN
                           MOVE PAGLAmount TO SignedAmount
                       ELSE
                           COMPUTE SignedAmount = ZERO - PAGLAmount
                       END-IF
                       MOVE PAGLAcct TO WantedAcct
                       PERFORM FindAcctEntry
                       ADD SignedAmount TO TblLastYearNet(FoundIdx)
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
               MOVE SPACE TO TblAcctGroup(AcctCount)
               PERFORM ClearAcctEntry
               MOVE AcctCount TO FoundIdx
           END-IF.

       FindOneAcct.
           IF TblAcct(AcctIdx) IS EQUAL TO WantedAcct AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE AcctIdx TO FoundIdx
           END-IF.

       LoadBfRule.
           OPEN INPUT RuleFile.
           IF RuleStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRule UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RuleFile
           ELSE IF RuleStatus IS EQUAL TO "05" THEN
               CLOSE RuleFile
           END-IF.

       LoadOneRule.
           READ RuleFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RLType IS EQUAL TO 'BF' AND
                       BfDebitAcct IS EQUAL TO ZERO THEN
                       MOVE RLDebit TO BfDebitAcct
                       MOVE RLCredit TO BfCreditAcct
                   END-IF
           END-READ.

       ApplyBalanceForward.
           OPEN INPUT BalanceForward.
           IF BfStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ApplyOneBf UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BalanceForward
           ELSE IF BfStatus IS EQUAL TO "05" THEN
               CLOSE BalanceForward
           END-IF.

       ApplyOneBf.
           READ BalanceForward
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BFAmount IS NOT EQUAL TO ZERO AND
                       (FirstGlDate IS EQUAL TO ZERO OR
                       BFThruDate IS LESS THAN FirstGlDate) THEN
                       ADD 1 TO BfApplied
                       MOVE BFAmount TO SignedAmount
                       MOVE BfDebitAcct TO WantedAcct
                       PERFORM PostOpeningAmount
                       COMPUTE SignedAmount = ZERO - BFAmount
                       MOVE BfCreditAcct TO WantedAcct
                       PERFORM PostOpeningAmount
                   END-IF
           END-READ.

       PostOpeningAmount.
           PERFORM FindAcctEntry.
           ADD SignedAmount TO TblBalNet(FoundIdx).
           ADD SignedAmount TO TblPriorNet(FoundIdx).

       BuildGroups.
           MOVE TblAcctType(AcctIdx) TO WantedType.
           IF WantedType IS NOT EQUAL TO 'A' AND
               WantedType IS NOT EQUAL TO 'P' AND
               WantedType IS NOT EQUAL TO 'C' AND
               WantedType IS NOT EQUAL TO 'I' AND
               WantedType IS NOT EQUAL TO 'G' THEN
               IF TblBalNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
                   ADD 1 TO UnclassCount
                   ADD TblBalNet(AcctIdx) TO Unclassified
               END-IF
           ELSE
               PERFORM FindGroupEntry
               ADD TblMonthNet(AcctIdx) TO TblGrpMonth(GroupFoundIdx)
               ADD TblYtdNet(AcctIdx) TO TblGrpYtd(GroupFoundIdx)
               ADD TblLastYearNet(AcctIdx)
                   TO TblGrpLastYear(GroupFoundIdx)
               ADD TblBalNet(AcctIdx) TO TblGrpBal(GroupFoundIdx)
               IF WantedType IS EQUAL TO 'I' OR
                   WantedType IS EQUAL TO 'G' THEN
                   ADD TblPriorNet(AcctIdx) TO PriorEarnings
               END-IF
           END-IF.

       FindGroupEntry.
           MOVE ZERO TO GroupFoundIdx.
           PERFORM FindOneGroup
               VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx IS GREATER THAN GroupCount.
           IF GroupFoundIdx IS EQUAL TO ZERO THEN
               ADD 1 TO GroupCount
               MOVE WantedType TO TblGrpType(GroupCount)
               MOVE TblAcctGroup(AcctIdx) TO TblGrpName(GroupCount)
               MOVE ZERO TO TblGrpMonth(GroupCount)
               MOVE ZERO TO TblGrpYtd(GroupCount)
               MOVE ZERO TO TblGrpLastYear(GroupCount)
               MOVE ZERO TO TblGrpBal(GroupCount)
               MOVE GroupCount TO GroupFoundIdx
           END-IF.

       FindOneGroup.
           IF TblGrpType(GroupIdx) IS EQUAL TO WantedType AND
               TblGrpName(GroupIdx) IS EQUAL TO TblAcctGroup(AcctIdx)
               AND GroupFoundIdx IS EQUAL TO ZERO THEN
               MOVE GroupIdx TO GroupFoundIdx
           END-IF.

       WriteIncomeStatement.
           MOVE ReportMonth TO PrnMonth.
           MOVE LastYearMonth TO PrnLyMonth.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM IsColumns.
           MOVE 'Ingresos' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE 'I' TO WantedType.
           MOVE -1 TO TypeSign.
           PERFORM SumTypeGroups.
           MOVE 'Total ingresos' TO PrnIsLabel.
           PERFORM WriteIsTotal.
           MOVE TypeMonth TO RevMonth.
           MOVE TypeYtd TO RevYtd.
           MOVE TypeLastYear TO RevLastYear.
           MOVE 'Costos y gastos' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE 'G' TO WantedType.
           MOVE 1 TO TypeSign.
           PERFORM SumTypeGroups.
           MOVE 'Total costos y gastos' TO PrnIsLabel.
           PERFORM WriteIsTotal.
           COMPUTE NetMonth = RevMonth - TypeMonth.
           COMPUTE NetYtd = RevYtd - TypeYtd.
           COMPUTE NetLastYear = RevLastYear - TypeLastYear.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Utilidad (perdida) neta' TO PrnIsLabel.
           MOVE NetMonth TO PrnIsMonth.
           MOVE NetYtd TO PrnIsYtd.
           MOVE NetLastYear TO PrnIsLastYear.
           WRITE PrintLine FROM IsLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.

       SumTypeGroups.
           MOVE ZERO TO TypeMonth.
           MOVE ZERO TO TypeYtd.
           MOVE ZERO TO TypeLastYear.
           MOVE ZERO TO TypeBal.
           PERFORM SumOneGroup
               VARYING GroupIdx FROM 1 BY 1
               UNTIL GroupIdx IS GREATER THAN GroupCount.

       SumOneGroup.
           IF TblGrpType(GroupIdx) IS EQUAL TO WantedType THEN
               COMPUTE TypeMonth =
                   TypeMonth + TblGrpMonth(GroupIdx) * TypeSign
               COMPUTE TypeYtd =
                   TypeYtd + TblGrpYtd(GroupIdx) * TypeSign
               COMPUTE TypeLastYear =
                   TypeLastYear + TblGrpLastYear(GroupIdx) * TypeSign
               COMPUTE TypeBal =
                   TypeBal + TblGrpBal(GroupIdx) * TypeSign
               IF WantedType IS EQUAL TO 'I' OR
                   WantedType IS EQUAL TO 'G' THEN
                   PERFORM WriteIsGroup
               ELSE
                   PERFORM WriteBsGroup
               END-IF
           END-IF.

       WriteIsGroup.
           MOVE SPACE TO PrnIsLabel.
           STRING '  ' DELIMITED BY SIZE
               TblGrpName(GroupIdx) DELIMITED BY SIZE
               INTO PrnIsLabel
           END-STRING.
           COMPUTE PrnIsMonth = TblGrpMonth(GroupIdx) * TypeSign.
           COMPUTE PrnIsYtd = TblGrpYtd(GroupIdx) * TypeSign.
           COMPUTE PrnIsLastYear =
               TblGrpLastYear(GroupIdx) * TypeSign.
           WRITE PrintLine FROM IsLine.

       WriteIsTotal.
           MOVE TypeMonth TO PrnIsMonth.
           MOVE TypeYtd TO PrnIsYtd.
           MOVE TypeLastYear TO PrnIsLastYear.
           WRITE PrintLine FROM IsLine.

       WriteBsGroup.
           MOVE SPACE TO PrnBsLabel.
           STRING '  ' DELIMITED BY SIZE
               TblGrpName(GroupIdx) DELIMITED BY SIZE
               INTO PrnBsLabel
           END-STRING.
           COMPUTE PrnBsValue = TblGrpBal(GroupIdx) * TypeSign.
           WRITE PrintLine FROM BsLine.

       WriteBalanceSheet.
           MOVE ReportMonth TO PrnBsMonth.
           WRITE PrintLine FROM BsHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Activo' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE 'A' TO WantedType.
           MOVE 1 TO TypeSign.
           PERFORM SumTypeGroups.
           MOVE TypeBal TO TotAssets.
           MOVE 'Total activo' TO PrnBsLabel.
           MOVE TotAssets TO PrnBsValue.
           WRITE PrintLine FROM BsLine.
           MOVE 'Pasivo' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE 'P' TO WantedType.
           MOVE -1 TO TypeSign.
           PERFORM SumTypeGroups.
           MOVE TypeBal TO TotLiabilities.
           MOVE 'Total pasivo' TO PrnBsLabel.
           MOVE TotLiabilities TO PrnBsValue.
           WRITE PrintLine FROM BsLine.
           MOVE 'Capital contable' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE 'C' TO WantedType.
           PERFORM SumTypeGroups.
           COMPUTE PriorEarnings = ZERO - PriorEarnings.
           MOVE '  Resultados anteriores' TO PrnBsLabel.
           MOVE PriorEarnings TO PrnBsValue.
           WRITE PrintLine FROM BsLine.
           MOVE '  Resultado del ejercicio' TO PrnBsLabel.
           MOVE NetYtd TO PrnBsValue.
           WRITE PrintLine FROM BsLine.
           COMPUTE TotEquity = TypeBal + PriorEarnings + NetYtd.
           MOVE 'Total capital contable' TO PrnBsLabel.
           MOVE TotEquity TO PrnBsValue.
           WRITE PrintLine FROM BsLine.
           MOVE 'Total pasivo y capital' TO PrnBsLabel.
           COMPUTE PrnBsValue = TotLiabilities + TotEquity.
           WRITE PrintLine FROM BsLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.

       WriteBalanceCheck.
           MOVE 'Cuadre contra balanza' TO TitleLine.
           WRITE PrintLine FROM TitleLine.
           MOVE '  Cargos en balanza' TO PrnCheckLabel.
           MOVE TotDebits TO PrnCheckValue.
           WRITE PrintLine FROM CheckLine.
           MOVE '  Abonos en balanza' TO PrnCheckLabel.
           MOVE TotCredits TO PrnCheckValue.
           WRITE PrintLine FROM CheckLine.
           COMPUTE BsDifference =
               TotAssets - TotLiabilities - TotEquity.
           MOVE '  Activo - pasivo - capital' TO PrnCheckLabel.
           MOVE BsDifference TO PrnCheckValue.
           WRITE PrintLine FROM CheckLine.
           IF UnclassCount IS GREATER THAN ZERO THEN
               PERFORM WriteOneUnclass
                   VARYING AcctIdx FROM 1 BY 1
                   UNTIL AcctIdx IS GREATER THAN AcctCount
           END-IF.
           IF TotDebits IS NOT EQUAL TO TotCredits OR
               BsDifference IS NOT EQUAL TO ZERO OR
               UnclassCount IS GREATER THAN ZERO THEN
               MOVE 'Y' TO OutOfBalance
               MOVE "    ESTADOS FINANCIEROS NO CUADRAN CON LA BALANZA."
                   TO BalanceMsg
           ELSE
               MOVE "    Estados financieros cuadran con la balanza."
                   TO BalanceMsg
           END-IF.
           WRITE PrintLine FROM BalanceMsg.

       WriteOneUnclass.
           IF TblAcctType(AcctIdx) IS NOT EQUAL TO 'A' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'P' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'C' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'I' AND
               TblAcctType(AcctIdx) IS NOT EQUAL TO 'G' AND
               TblBalNet(AcctIdx) IS NOT EQUAL TO ZERO THEN
               MOVE TblAcct(AcctIdx) TO PrnUnclassAcct
               MOVE TblBalNet(AcctIdx) TO PrnUnclassValue
               WRITE PrintLine FROM UnclassLine
           END-IF.
