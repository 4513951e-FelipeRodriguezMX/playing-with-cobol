       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL ArchiveJournal
               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT SalesRepFile ASSIGN TO "./salesreps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepStatus.
           SELECT OPTIONAL QuotaFile ASSIGN TO "./quotas.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuotaStatus.
           SELECT QuotaReport ASSIGN TO "./QuotaReport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC X(8).
           02 FILLER PIC X.
           02 SJDocType PIC X.
           02 FILLER PIC X(59).

       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(126).

       FD SalesRepFile.
       01 SalesRepRecord.
           02 SRCode PIC X(3).
           02 FILLER PIC X.
           02 SRName PIC X(30).
           02 FILLER PIC X.
           02 SRRate PIC V999.

       FD QuotaFile.
       01 QuotaRecord.
           02 QTRep PIC X(3).
           02 FILLER PIC X.
           02 QTMonth PIC 9(6).
           02 FILLER PIC X.
           02 QTAmount PIC 9(8)V99.

       FD QuotaReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 JournalStatus PIC XX.
       01 ArchStatus PIC XX.
       01 RepStatus PIC XX.
       01 QuotaStatus PIC XX.
       01 WSEOF PIC X.
       01 ArchiveName PIC X(30).
       01 BusinessDate PIC 9(8).
       01 MonthParam PIC X(6).
       01 ReportMonth PIC 9(6).
       01 ReportYear PIC 9(4).
       01 YearStart PIC 9(6).
       01 RowMonth PIC 9(6).
       01 RepCount PIC 9(3) VALUE ZERO.
       01 RepTable.
           02 RepEntry
               OCCURS 1 TO 100 TIMES
               DEPENDING ON RepCount
               INDEXED BY RPI.
               03 TblRepCode PIC X(3).
               03 TblRepName PIC X(30).
               03 TblMonthQuota PIC 9(8)V99.
               03 TblYtdQuota PIC 9(8)V99.
               03 TblMonthSales PIC S9(8)V99.
               03 TblYtdSales PIC S9(8)V99.
               03 TblMonthPct PIC S9(5)V9.
               03 TblYtdPct PIC S9(5)V9.
               03 TblRank PIC 9(3).
       01 RepIdx PIC 9(3).
       01 OtherIdx PIC 9(3).
       01 RankNo PIC 9(3).
       01 FoundIdx PIC 9(3).
       01 WorkRep PIC X(3).
       01 SignedSubtotal PIC S9(7)V99.
       01 RowsRead PIC 9(6) VALUE ZERO.
       01 ArchRowsRead PIC 9(6) VALUE ZERO.
       01 QuotasLoaded PIC 9(5) VALUE ZERO.
       01 QuotasNoRep PIC 9(5) VALUE ZERO.
       01 NoRepMonthSales PIC S9(8)V99 VALUE ZERO.
       01 NoRepYtdSales PIC S9(8)V99 VALUE ZERO.
       01 NoQuotaReps PIC 9(3) VALUE ZERO.
       01 TotMonthQuota PIC 9(8)V99 VALUE ZERO.
       01 TotYtdQuota PIC 9(8)V99 VALUE ZERO.
       01 TotMonthSales PIC S9(8)V99 VALUE ZERO.
       01 TotYtdSales PIC S9(8)V99 VALUE ZERO.
       01 WorkPct PIC S9(5)V9.

       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "Cumplimiento de cuota del mes   ".
           02 PrnReportMonth PIC 9(6).
       01 GroupHeading.
           02 FILLER PIC X(32) VALUE SPACE.
           02 FILLER PIC X(18) VALUE
               "------------- Mes ".
           02 FILLER PIC X(49) VALUE
               "--------------   ------ Acumulado del ano -------".
       01 ColumnHeading.
           02 FILLER PIC X(50) VALUE
               "Pos  Ven  Nombre                      Cuota       ".
           02 FILLER PIC X(49) VALUE
               "Ventas       %         Cuota       Ventas       %".
       01 DetailLine.
           02 PrnRank PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRepCode PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRepName PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMonthQuota PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonthSales PIC -ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnMonthPct PIC -ZZZ9.9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnYtdQuota PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYtdSales PIC -ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnYtdPct PIC -ZZZ9.9.
       01 CountLine.
           02 PrnCountLabel PIC X(32).
           02 PrnCount PIC ZZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate(1:6) TO ReportMonth.
           ACCEPT MonthParam FROM ENVIRONMENT "QUOTA_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS EQUAL TO ZERO AND
               MonthParam IS NOT EQUAL TO SPACE THEN
               COMPUTE ReportMonth = FUNCTION NUMVAL(MonthParam)
           END-IF.
           MOVE ReportMonth(1:4) TO ReportYear.
           COMPUTE YearStart = ReportYear * 100 + 1.
           PERFORM LoadRepTable.
           IF RepCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin vendedores en salesreps.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadQuotas.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM TallyOneRow UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE SalesJournal.
           PERFORM TallyArchive.
           PERFORM ComputeAttainment
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx IS GREATER THAN RepCount.
           PERFORM RankOneRep
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx IS GREATER THAN RepCount.
           PERFORM WriteQuotaReport.
           DISPLAY 'Renglones del diario:   ' RowsRead.
           DISPLAY 'Renglones del archivo:  ' ArchRowsRead.
           DISPLAY 'Cuotas cargadas:        ' QuotasLoaded.
           DISPLAY 'Vendedores sin cuota:   ' NoQuotaReps.
           IF QuotasNoRep IS GREATER THAN ZERO THEN
               DISPLAY 'Cuotas de vendedor inexistente: ' QuotasNoRep
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NoRepYtdSales IS NOT EQUAL TO ZERO THEN
               DISPLAY 'Ventas sin vendedor en el ano.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF QuotasLoaded IS EQUAL TO ZERO THEN
               DISPLAY 'Sin cuotas del ' ReportYear ' en quotas.dat.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadRepTable.
           OPEN INPUT SalesRepFile.
           IF RepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRep UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesRepFile
           END-IF.

       LoadOneRep.
           READ SalesRepFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RepCount IS LESS THAN 100 THEN
                       ADD 1 TO RepCount
                       MOVE FUNCTION UPPER-CASE(SRCode)
                           TO TblRepCode(RepCount)
                       MOVE SRName TO TblRepName(RepCount)
                       MOVE ZERO TO TblMonthQuota(RepCount)
                       MOVE ZERO TO TblYtdQuota(RepCount)
                       MOVE ZERO TO TblMonthSales(RepCount)
                       MOVE ZERO TO TblYtdSales(RepCount)
                       MOVE ZERO TO TblMonthPct(RepCount)
                       MOVE ZERO TO TblYtdPct(RepCount)
                       MOVE ZERO TO TblRank(RepCount)
                   END-IF
           END-READ.

       LoadQuotas.
           OPEN INPUT QuotaFile.
           IF QuotaStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneQuota UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE QuotaFile
           ELSE IF QuotaStatus IS EQUAL TO "05" THEN
               CLOSE QuotaFile
           END-IF.

       LoadOneQuota.
           READ QuotaFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF QTMonth IS NUMERIC AND
                       QTMonth IS NOT LESS THAN YearStart AND
                       QTMonth IS NOT GREATER THAN ReportMonth AND
                       QTAmount IS NUMERIC THEN
                       MOVE FUNCTION UPPER-CASE(QTRep) TO WorkRep
                       PERFORM FindRepEntry
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           ADD 1 TO QuotasLoaded
                           ADD QTAmount TO TblYtdQuota(FoundIdx)
                           IF QTMonth IS EQUAL TO ReportMonth THEN
                               ADD QTAmount TO TblMonthQuota(FoundIdx)
                           END-IF
                       ELSE
                           ADD 1 TO QuotasNoRep
                       END-IF
                   END-IF
           END-READ.

       TallyOneRow.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO RowsRead
                   PERFORM TallySalesRow
           END-READ.

       TallyArchive.
           MOVE SPACE TO ArchiveName.
           STRING './sales-journal-' DELIMITED BY SIZE
               ReportYear DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ArchiveName
           END-STRING.
           OPEN INPUT ArchiveJournal.
           IF ArchStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneArchiveRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ArchiveJournal
           ELSE IF ArchStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveJournal
           END-IF.

       TallyOneArchiveRow.
           READ ArchiveJournal INTO SalesJournalRecord
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO ArchRowsRead
                   PERFORM TallySalesRow
           END-READ.

       TallySalesRow.
           MOVE SJDate(1:6) TO RowMonth.
           IF RowMonth IS NOT LESS THAN YearStart AND
               RowMonth IS NOT GREATER THAN ReportMonth AND
               SJDocType IS NOT EQUAL TO 'F' THEN
               IF SJDocType IS EQUAL TO 'C' THEN
                   COMPUTE SignedSubtotal = 0 - SJSubtotal
               ELSE
                   MOVE SJSubtotal TO SignedSubtotal
               END-IF
               MOVE FUNCTION UPPER-CASE(SJSalesRep) TO WorkRep
               PERFORM FindRepEntry
               IF FoundIdx IS GREATER THAN ZERO THEN
                   ADD SignedSubtotal TO TblYtdSales(FoundIdx)
                   IF RowMonth IS EQUAL TO ReportMonth THEN
                       ADD SignedSubtotal TO TblMonthSales(FoundIdx)
                   END-IF
               ELSE
                   ADD SignedSubtotal TO NoRepYtdSales
                   IF RowMonth IS EQUAL TO ReportMonth THEN
                       ADD SignedSubtotal TO NoRepMonthSales
                   END-IF
               END-IF
           END-IF.

       FindRepEntry.
           MOVE ZERO TO FoundIdx.
           IF WorkRep IS NOT EQUAL TO SPACE THEN
               PERFORM FindOneRepEntry
                   VARYING OtherIdx FROM 1 BY 1
                   UNTIL OtherIdx IS GREATER THAN RepCount
           END-IF.

       FindOneRepEntry.
           IF TblRepCode(OtherIdx) IS EQUAL TO WorkRep AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE OtherIdx TO FoundIdx
           END-IF.

       ComputeAttainment.
           IF TblMonthQuota(RepIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblMonthPct(RepIdx) ROUNDED =
                   TblMonthSales(RepIdx) * 100 / TblMonthQuota(RepIdx)
                   ON SIZE ERROR MOVE 9999.9 TO TblMonthPct(RepIdx)
               END-COMPUTE
           END-IF.
           IF TblYtdQuota(RepIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblYtdPct(RepIdx) ROUNDED =
                   TblYtdSales(RepIdx) * 100 / TblYtdQuota(RepIdx)
                   ON SIZE ERROR MOVE 9999.9 TO TblYtdPct(RepIdx)
               END-COMPUTE
           ELSE
               ADD 1 TO NoQuotaReps
           END-IF.
           ADD TblMonthQuota(RepIdx) TO TotMonthQuota.
           ADD TblYtdQuota(RepIdx) TO TotYtdQuota.
           ADD TblMonthSales(RepIdx) TO TotMonthSales.
           ADD TblYtdSales(RepIdx) TO TotYtdSales.

       RankOneRep.
           IF TblYtdQuota(RepIdx) IS GREATER THAN ZERO THEN
               MOVE 1 TO TblRank(RepIdx)
               PERFORM CompareOneRep
                   VARYING OtherIdx FROM 1 BY 1
                   UNTIL OtherIdx IS GREATER THAN RepCount
           END-IF.

       CompareOneRep.
           IF TblYtdQuota(OtherIdx) IS GREATER THAN ZERO AND
               TblYtdPct(OtherIdx) IS GREATER THAN TblYtdPct(RepIdx)
               THEN
               ADD 1 TO TblRank(RepIdx)
           END-IF.

       WriteQuotaReport.
           OPEN OUTPUT QuotaReport.
           MOVE ReportMonth TO PrnReportMonth.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM GroupHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM WriteRankedRep
               VARYING RankNo FROM 1 BY 1
               UNTIL RankNo IS GREATER THAN RepCount
               AFTER RepIdx FROM 1 BY 1
               UNTIL RepIdx IS GREATER THAN RepCount.
           PERFORM WriteUnrankedRep
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx IS GREATER THAN RepCount.
           IF NoRepYtdSales IS NOT EQUAL TO ZERO THEN
               MOVE SPACE TO DetailLine
               MOVE '***' TO PrnRepCode
               MOVE 'Sin vendedor' TO PrnRepName
               MOVE NoRepMonthSales TO PrnMonthSales
               MOVE NoRepYtdSales TO PrnYtdSales
               WRITE PrintLine FROM DetailLine
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SPACE TO DetailLine.
           MOVE 'Total' TO PrnRepName.
           MOVE TotMonthQuota TO PrnMonthQuota.
           ADD NoRepMonthSales TO TotMonthSales.
           MOVE TotMonthSales TO PrnMonthSales.
           IF TotMonthQuota IS GREATER THAN ZERO THEN
               COMPUTE WorkPct ROUNDED =
                   TotMonthSales * 100 / TotMonthQuota
                   ON SIZE ERROR MOVE 9999.9 TO WorkPct
               END-COMPUTE
               MOVE WorkPct TO PrnMonthPct
           END-IF.
           MOVE TotYtdQuota TO PrnYtdQuota.
           ADD NoRepYtdSales TO TotYtdSales.
           MOVE TotYtdSales TO PrnYtdSales.
           IF TotYtdQuota IS GREATER THAN ZERO THEN
               COMPUTE WorkPct ROUNDED =
                   TotYtdSales * 100 / TotYtdQuota
                   ON SIZE ERROR MOVE 9999.9 TO WorkPct
               END-COMPUTE
               MOVE WorkPct TO PrnYtdPct
           END-IF.
           WRITE PrintLine FROM DetailLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Vendedores sin cuota:' TO PrnCountLabel.
           MOVE NoQuotaReps TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Cuotas de vendedor inexistente:' TO PrnCountLabel.
           MOVE QuotasNoRep TO PrnCount.
           WRITE PrintLine FROM CountLine.
           CLOSE QuotaReport.

       WriteRankedRep.
           IF TblRank(RepIdx) IS EQUAL TO RankNo THEN
               PERFORM FillRepLine
               MOVE TblRank(RepIdx) TO PrnRank
               IF TblMonthQuota(RepIdx) IS GREATER THAN ZERO THEN
                   MOVE TblMonthPct(RepIdx) TO PrnMonthPct
               END-IF
               MOVE TblYtdPct(RepIdx) TO PrnYtdPct
               WRITE PrintLine FROM DetailLine
           END-IF.

       WriteUnrankedRep.
           IF TblRank(RepIdx) IS EQUAL TO ZERO AND
               TblYtdSales(RepIdx) IS NOT EQUAL TO ZERO THEN
               PERFORM FillRepLine
               WRITE PrintLine FROM DetailLine
           END-IF.

       FillRepLine.
           MOVE SPACE TO DetailLine.
           MOVE TblRepCode(RepIdx) TO PrnRepCode.
           MOVE TblRepName(RepIdx) TO PrnRepName.
           MOVE TblMonthQuota(RepIdx) TO PrnMonthQuota.
           MOVE TblMonthSales(RepIdx) TO PrnMonthSales.
           MOVE TblYtdQuota(RepIdx) TO PrnYtdQuota.
           MOVE TblYtdSales(RepIdx) TO PrnYtdSales.
