       01 CutoffYear PIC 9(4).
       01 CutoffMonth PIC 99.
       01 RecsKept PIC 9(7) VALUE ZERO.
       01 StepName PIC X(12) VALUE 'AUDITARCH'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 RecsArchived PIC 9(7) VALUE ZERO.
       01 FoundIndex PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           PERFORM LoadKeepMonths.
           PERFORM ComputeCutoff.
           PERFORM LoadArchiveList.
           OPEN INPUT AuditFile.
           IF AuditStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe archivo de auditoria, nada que hacer.'
               PERFORM WriteRunLedger
               STOP RUN
           END-IF.
           OPEN OUTPUT KeepFile.
           DISPLAY ' '
           DISPLAY 'Registros archivados: ' RecsArchived.
           DISPLAY 'Registros vigentes:   ' RecsKept.
           MOVE RecsArchived TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Registros de auditoria vivos' TO TotalLabel.
           MOVE RecsKept TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       LoadKeepMonths.
           END-STRING.
           MOVE ArchMonthRecs(AMI) TO PrnArchRecs.
           WRITE PrintLine FROM MonthDetailLine.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
