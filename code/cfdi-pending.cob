       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CfdiFile ASSIGN TO "./cfdi-out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CfdiStatus.
           SELECT OPTIONAL SalesJournal
               ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT PendingReport ASSIGN TO "./CfdiPending.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CfdiFile.
       01 CfdiRecord.
           02 CHLineType PIC X.
           02 FILLER PIC X.
           02 CHDocType PIC X.
           02 FILLER PIC X.
           02 CHDocNum PIC 9(6).
           02 FILLER PIC X.
           02 CHDocDate PIC 9(8).
           02 FILLER PIC X.
           02 CHEmitterRfc PIC X(13).
           02 FILLER PIC X.
           02 CHEmitterRegime PIC X(3).
           02 FILLER PIC X.
           02 CHEmitterPostal PIC X(6).
           02 FILLER PIC X.
           02 CHRecRfc PIC X(13).
           02 FILLER PIC X.
           02 CHRecRegime PIC X(3).
           02 FILLER PIC X.
           02 CHRecCfdiUse PIC X(4).
           02 FILLER PIC X.
           02 CHRecPostal PIC X(6).
           02 FILLER PIC X.
           02 CHCustID PIC 9(5).
           02 FILLER PIC X.
           02 CHCurrency PIC X(3).
           02 FILLER PIC X.
           02 CHSubtotal PIC 9(8)V99.
           02 FILLER PIC X.
           02 CHTax PIC 9(8)V99.
           02 FILLER PIC X.
           02 CHTotal PIC 9(8)V99.
           02 FILLER PIC X(83).

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
           02 FILLER PIC X.
           02 SJCurrency PIC X(3).
           02 FILLER PIC X.
           02 SJDocTotal PIC X(8).
           02 FILLER PIC X.
           02 SJUuid PIC X(36).
           02 FILLER PIC X.
           02 SJStampDate PIC X(8).

       FD PendingReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 CfdiStatus PIC XX.
       01 JournalStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MaxDays PIC 9(3) VALUE 3.
       01 TodayInt PIC 9(7).
       01 DocInt PIC 9(7).
       01 DocAge PIC S9(5).
       01 JournalCfdiType PIC X.
       01 DocCount PIC 9(5) VALUE ZERO.
       01 DocTable.
           02 DocEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON DocCount
               INDEXED BY DCI.
               03 TblDocType PIC X.
               03 TblDocNum PIC 9(6).
               03 TblDocDate PIC 9(8).
               03 TblDocCust PIC 9(5).
               03 TblDocRfc PIC X(13).
               03 TblDocTotal PIC 9(8)V99.
               03 TblDocState PIC X.
                   88 DocNotInJournal VALUE 'N'.
                   88 DocUnstamped VALUE 'P'.
                   88 DocStamped VALUE 'T'.
       01 DocIdx PIC 9(5).
       01 DocsIssued PIC 9(5) VALUE ZERO.
       01 DocsStamped PIC 9(5) VALUE ZERO.
       01 DocsPending PIC 9(5) VALUE ZERO.
       01 DocsOverdue PIC 9(5) VALUE ZERO.
       01 DocsNotFound PIC 9(5) VALUE ZERO.
       01 PendingTotal PIC 9(9)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Comprobantes sin timbrar     Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 LimitLine.
           02 FILLER PIC X(30) VALUE
               "Dias maximos para timbrar:    ".
           02 PrnMaxDays PIC ZZ9.
       01 ColumnHeading.
           02 FILLER PIC X(36) VALUE
               "T Numero Fecha    Cte.  RFC        ".
           02 FILLER PIC X(30) VALUE
               "        Total Dias Vencido".
       01 DetailLine.
           02 PrnDocType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDocDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotal PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAge PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC X(7).
       01 TotalLine.
           02 FILLER PIC X(24) VALUE "Comprobantes emitidos:  ".
           02 PrnIssued PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "   Timbrados ".
           02 PrnStamped PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "   Sin timbre".
           02 PrnPending PIC ZZZZ9.
       01 TotalLine2.
           02 FILLER PIC X(24) VALUE "Vencidos:               ".
           02 PrnOverdueCount PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "   Importe:  ".
           02 PrnPendingTotal PIC ZZZZZZZZ9.99.
       01 TotalLine3.
           02 FILLER PIC X(24) VALUE "Fuera del diario:       ".
           02 PrnNotFound PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'CFDIMAXDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MaxDays = FUNCTION NUMVAL(ParmValue)
           END-IF.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadIssuedDocs.
           PERFORM MatchJournalStamps.
           OPEN OUTPUT PendingReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE MaxDays TO PrnMaxDays.
           WRITE PrintLine FROM LimitLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           IF DocCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneDoc
                   VARYING DocIdx FROM 1 BY 1
                   UNTIL DocIdx IS GREATER THAN DocCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE DocsIssued TO PrnIssued.
           MOVE DocsStamped TO PrnStamped.
           MOVE DocsPending TO PrnPending.
           WRITE PrintLine FROM TotalLine.
           MOVE DocsOverdue TO PrnOverdueCount.
           MOVE PendingTotal TO PrnPendingTotal.
           WRITE PrintLine FROM TotalLine2.
           MOVE DocsNotFound TO PrnNotFound.
           WRITE PrintLine FROM TotalLine3.
           CLOSE PendingReport.
           DISPLAY 'Comprobantes emitidos:  ' DocsIssued.
           DISPLAY 'Sin timbre:             ' DocsPending.
           DISPLAY 'Vencidos sin timbre:    ' DocsOverdue.
           IF DocsOverdue IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadIssuedDocs.
           OPEN INPUT CfdiFile.
           IF CfdiStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneDoc UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CfdiFile
           ELSE IF CfdiStatus IS EQUAL TO "05" THEN
               CLOSE CfdiFile
           END-IF.

       LoadOneDoc.
           READ CfdiFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CHLineType IS EQUAL TO 'H' AND
                       CHDocNum IS NUMERIC THEN
                       PERFORM KeepOneDoc
                   END-IF
           END-READ.

       KeepOneDoc.
           IF DocCount IS EQUAL TO 20000 THEN
               DISPLAY 'Tabla de comprobantes llena (20000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO DocCount.
           MOVE CHDocType TO TblDocType(DocCount).
           MOVE CHDocNum TO TblDocNum(DocCount).
           MOVE CHDocDate TO TblDocDate(DocCount).
           MOVE CHCustID TO TblDocCust(DocCount).
           MOVE CHRecRfc TO TblDocRfc(DocCount).
           MOVE CHTotal TO TblDocTotal(DocCount).
           SET DocNotInJournal(DocCount) TO TRUE.

       MatchJournalStamps.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM MatchOneJournalRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       MatchOneJournalRow.
           MOVE SPACE TO SalesJournalRecord.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJDocType IS EQUAL TO 'C' THEN
                       MOVE 'E' TO JournalCfdiType
                   ELSE
                       MOVE 'I' TO JournalCfdiType
                   END-IF
                   IF DocCount IS GREATER THAN ZERO THEN
                       PERFORM MatchOneDoc
                           VARYING DCI FROM 1 BY 1
                           UNTIL DCI IS GREATER THAN DocCount
                   END-IF
           END-READ.

       MatchOneDoc.
           IF TblDocNum(DCI) IS EQUAL TO SJInvNum AND
               TblDocType(DCI) IS EQUAL TO JournalCfdiType THEN
               IF SJUuid IS EQUAL TO SPACE THEN
                   SET DocUnstamped(DCI) TO TRUE
               ELSE
                   SET DocStamped(DCI) TO TRUE
               END-IF
           END-IF.

       CheckOneDoc.
           ADD 1 TO DocsIssued.
           IF DocStamped(DocIdx) THEN
               ADD 1 TO DocsStamped
           ELSE IF DocNotInJournal(DocIdx) THEN
               ADD 1 TO DocsNotFound
           ELSE
               PERFORM WritePendingDoc
           END-IF.

       WritePendingDoc.
           ADD 1 TO DocsPending.
           ADD TblDocTotal(DocIdx) TO PendingTotal.
           COMPUTE DocInt =
               FUNCTION INTEGER-OF-DATE(TblDocDate(DocIdx)).
           COMPUTE DocAge = TodayInt - DocInt.
           MOVE TblDocType(DocIdx) TO PrnDocType.
           MOVE TblDocNum(DocIdx) TO PrnDocNum.
           MOVE TblDocDate(DocIdx) TO PrnDocDate.
           MOVE TblDocCust(DocIdx) TO PrnCustID.
           MOVE TblDocRfc(DocIdx) TO PrnRfc.
           MOVE TblDocTotal(DocIdx) TO PrnTotal.
           MOVE DocAge TO PrnAge.
           IF DocAge IS GREATER THAN MaxDays THEN
               ADD 1 TO DocsOverdue
               MOVE 'VENCIDO' TO PrnOverdue
           ELSE
               MOVE SPACE TO PrnOverdue
           END-IF.
           WRITE PrintLine FROM DetailLine.
