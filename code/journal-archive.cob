           02 SJFreight PIC X(8).
           02 FILLER PIC X.
           02 SJDocType PIC X.
           02 FILLER PIC X(59).

       FD JournalKeep.
       01 JournalKeepRecord PIC X(126).

       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(126).

       FD BalanceForward.
       01 BalanceForwardRecord.
       01 InvFound PIC X.
       01 WorkInv PIC 9(6).
       01 PaymentsNetted PIC 9(6) VALUE ZERO.
       01 ArchivedTotal PIC 9(9)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'SJARCHIVE'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 BfLine.
           02 BFOutCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           ACCEPT YearParam FROM ENVIRONMENT "ARCH_YEAR".
           IF FUNCTION TEST-NUMVAL(YearParam) IS NOT EQUAL TO ZERO
               THEN
               DISPLAY 'Definir ARCH_YEAR (AAAA).'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-journal.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE SalesJournal, JournalKeep, ArchiveJournal.
           IF RowsArchived IS EQUAL TO ZERO THEN
               DISPLAY 'Sin renglones archivables del ' ArchYear '.'
               PERFORM WriteRunLedger
               STOP RUN
           END-IF.
           PERFORM RewriteJournal.
           DISPLAY 'Renglones vigentes:   ' RowsKept.
           DISPLAY 'Pagos netos al saldo: ' PaymentsNetted.
           DISPLAY 'Archivo destino:      ' ArchiveName.
           MOVE RowsArchived TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Importe archivado' TO TotalLabel.
           MOVE ArchivedTotal TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       LoadBfTable.
                           WRITE ArchiveJournalRecord
                               FROM SalesJournalRecord
                           ADD 1 TO RowsArchived
                           ADD SJTotal TO ArchivedTotal
                           PERFORM AddToBf
                           PERFORM NoteArchivedInv
                       ELSE
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF BfCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de saldos llena (2000).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
       NoteArchivedInv.
           IF ArchInvCount IS EQUAL TO 5000 THEN
               DISPLAY 'Tabla de facturas llena (5000).'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
                       MOVE 'Y' TO DirFound
                   END-IF
           END-READ.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
