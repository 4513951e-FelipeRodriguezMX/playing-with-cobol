       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ReviewFile ASSIGN TO "./credit-review.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReviewStatus.
           SELECT OPTIONAL TermsFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
           SELECT OPTIONAL CreditAuditFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/credit-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
       DATA DIVISION.
       FILE SECTION.
       FD ReviewFile.
       01 ReviewRecord.
           02 CRCustID PIC 9(5).
           02 FILLER PIC X.
           02 CRRevDate PIC 9(8).
           02 FILLER PIC X.
           02 CRScore PIC 9(3).
           02 FILLER PIC X.
           02 CRAction PIC X.
           02 FILLER PIC X.
           02 CROldLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CRNewLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CRStatus PIC X.
           02 FILLER PIC X.
           02 CRApprover PIC X(8).
           02 FILLER PIC X.
           02 CRApplyDate PIC 9(8).

       FD TermsFile.
       01 TermsRecord PIC X(40).

       FD CreditAuditFile.
       01 CreditAuditRecord PIC X(70).

       WORKING-STORAGE SECTION.
       01 ReviewStatus PIC XX.
       01 TermsStatus PIC XX.
       01 AuditStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 RecCount PIC 9(3) VALUE ZERO.
       01 RecTable.
           02 RecEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON RecCount
               INDEXED BY RCI.
               03 TblRecCust PIC 9(5).
               03 TblRecDate PIC 9(8).
               03 TblRecScore PIC 9(3).
               03 TblRecAction PIC X.
               03 TblRecOldLimit PIC 9(6)V99.
               03 TblRecNewLimit PIC 9(6)V99.
               03 TblRecStatus PIC X.
               03 TblRecApprover PIC X(8).
               03 TblRecApplied PIC 9(8).
       01 RecIdx PIC 9(3).
       01 TermsCount PIC 9(3) VALUE ZERO.
       01 TermsTable.
           02 TermsEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON TermsCount
               INDEXED BY TMI.
               03 TblTermsLine PIC X(40).
       01 TermsIdx PIC 9(3).
       01 TermsFoundIdx PIC 9(3).
       01 TermsLine.
           02 CTCustID PIC 9(5).
           02 FILLER PIC X.
           02 CTCreditLimit PIC 9(6)V99.
           02 FILLER PIC X(21).
           02 CTCreditHold PIC X.
           02 FILLER PIC X(4).
       01 PendingCount PIC 9(3) VALUE ZERO.
       01 AppliedCount PIC 9(3) VALUE ZERO.
       01 RejectedCount PIC 9(3) VALUE ZERO.
       01 Decision PIC X.
       01 OldHold PIC X.
       01 OldLimitDisplay PIC ZZZZZ9.99.
       01 NewLimitDisplay PIC ZZZZZ9.99.
       01 ActionText PIC X(8).
       01 CreditAuditLine.
           02 AudTimestamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 AudAction PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 AudCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 AudOldLimit PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 AudNewLimit PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 AudOldHold PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 AudNewHold PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 AudScore PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 AudOperator PIC X(8).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Aprobacion de credito requiere supervisor.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadReviewTable.
           PERFORM LoadTermsTable.
           IF RecCount IS GREATER THAN ZERO THEN
               PERFORM DecideOneRecommendation
                   VARYING RecIdx FROM 1 BY 1
                   UNTIL RecIdx IS GREATER THAN RecCount
           END-IF.
           IF PendingCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin recomendaciones pendientes.'
               STOP RUN
           END-IF.
           IF AppliedCount + RejectedCount IS GREATER THAN ZERO THEN
               PERFORM SaveTermsTable
               PERFORM SaveReviewTable
           END-IF.
           DISPLAY 'Aplicadas:  ' AppliedCount.
           DISPLAY 'Rechazadas: ' RejectedCount.
           STOP RUN.

       LoadReviewTable.
           OPEN INPUT ReviewFile.
           IF ReviewStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneReview UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ReviewFile
           ELSE IF ReviewStatus IS EQUAL TO "05" THEN
               CLOSE ReviewFile
           END-IF.

       LoadOneReview.
           READ ReviewFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RecCount IS LESS THAN 999 THEN
                       ADD 1 TO RecCount
                       MOVE CRCustID TO TblRecCust(RecCount)
                       MOVE CRRevDate TO TblRecDate(RecCount)
                       MOVE CRScore TO TblRecScore(RecCount)
                       MOVE CRAction TO TblRecAction(RecCount)
                       MOVE CROldLimit TO TblRecOldLimit(RecCount)
                       MOVE CRNewLimit TO TblRecNewLimit(RecCount)
                       MOVE CRStatus TO TblRecStatus(RecCount)
                       MOVE CRApprover TO TblRecApprover(RecCount)
                       MOVE CRApplyDate TO TblRecApplied(RecCount)
                   END-IF
           END-READ.

       LoadTermsTable.
           OPEN INPUT TermsFile.
           IF TermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneTerms UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE TermsFile
           ELSE IF TermsStatus IS EQUAL TO "05" THEN
               CLOSE TermsFile
           END-IF.

       LoadOneTerms.
           READ TermsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF TermsCount IS LESS THAN 999 THEN
                       ADD 1 TO TermsCount
                       MOVE TermsRecord TO TblTermsLine(TermsCount)
                   END-IF
           END-READ.

       DecideOneRecommendation.
           IF TblRecStatus(RecIdx) IS EQUAL TO 'P' THEN
               ADD 1 TO PendingCount
               PERFORM ShowRecommendation
               DISPLAY 'Aprobar? (S=si, N=rechazar, vacio=dejar '
                   'pendiente):' WITH NO ADVANCING
               MOVE SPACE TO Decision
               ACCEPT Decision
               IF Decision IS EQUAL TO 'S' OR
                   Decision IS EQUAL TO 's' THEN
                   PERFORM ApplyRecommendation
               ELSE IF Decision IS EQUAL TO 'N' OR
                   Decision IS EQUAL TO 'n' THEN
                   MOVE 'X' TO TblRecStatus(RecIdx)
                   MOVE OperatorID TO TblRecApprover(RecIdx)
                   MOVE BusinessDate TO TblRecApplied(RecIdx)
                   ADD 1 TO RejectedCount
               END-IF
           END-IF.

       ShowRecommendation.
           EVALUATE TblRecAction(RecIdx)
               WHEN 'R' MOVE 'SUBIR' TO ActionText
               WHEN 'L' MOVE 'BAJAR' TO ActionText
               WHEN OTHER MOVE 'RETENER' TO ActionText
           END-EVALUATE.
           MOVE TblRecOldLimit(RecIdx) TO OldLimitDisplay.
           MOVE TblRecNewLimit(RecIdx) TO NewLimitDisplay.
           DISPLAY ' '
           DISPLAY 'Cliente ' TblRecCust(RecIdx) '  puntaje '
               TblRecScore(RecIdx) '  revision ' TblRecDate(RecIdx).
           IF TblRecAction(RecIdx) IS EQUAL TO 'H' THEN
               DISPLAY '  ' ActionText ' credito, limite '
                   OldLimitDisplay
           ELSE
               DISPLAY '  ' ActionText ' limite ' OldLimitDisplay
                   ' -> ' NewLimitDisplay
           END-IF.

       ApplyRecommendation.
           PERFORM FindTermsEntry.
           IF TermsFoundIdx IS EQUAL TO ZERO THEN
               DISPLAY 'Cliente sin registro en cust-terms.dat, '
                   'no se aplica.'
           ELSE
               MOVE TblTermsLine(TermsFoundIdx) TO TermsLine
               IF CTCreditLimit IS NOT EQUAL TO
                   TblRecOldLimit(RecIdx) THEN
                   DISPLAY 'El limite cambio despues de la revision, '
                       'no se aplica.'
               ELSE
                   PERFORM UpdateTermsEntry
               END-IF
           END-IF.

       FindTermsEntry.
           MOVE ZERO TO TermsFoundIdx.
           IF TermsCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTermsEntry
                   VARYING TermsIdx FROM 1 BY 1
                   UNTIL TermsIdx IS GREATER THAN TermsCount
           END-IF.

       FindOneTermsEntry.
           IF TblTermsLine(TermsIdx)(1:5) IS EQUAL TO
               TblRecCust(RecIdx) AND
               TermsFoundIdx IS EQUAL TO ZERO THEN
               MOVE TermsIdx TO TermsFoundIdx
           END-IF.

       UpdateTermsEntry.
           MOVE CTCreditHold TO OldHold.
           IF TblRecAction(RecIdx) IS EQUAL TO 'H' THEN
               MOVE 'H' TO CTCreditHold
           ELSE
               MOVE TblRecNewLimit(RecIdx) TO CTCreditLimit
           END-IF.
           MOVE TermsLine TO TblTermsLine(TermsFoundIdx).
           MOVE 'A' TO TblRecStatus(RecIdx).
           MOVE OperatorID TO TblRecApprover(RecIdx).
           MOVE BusinessDate TO TblRecApplied(RecIdx).
           ADD 1 TO AppliedCount.
           PERFORM WriteCreditAudit.
           DISPLAY 'Aplicada.'.

       WriteCreditAudit.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AudTimestamp.
           MOVE ActionText TO AudAction.
           MOVE TblRecCust(RecIdx) TO AudCustID.
           MOVE TblRecOldLimit(RecIdx) TO AudOldLimit.
           MOVE CTCreditLimit TO AudNewLimit.
           MOVE OldHold TO AudOldHold.
           MOVE CTCreditHold TO AudNewHold.
           MOVE TblRecScore(RecIdx) TO AudScore.
           MOVE OperatorID TO AudOperator.
           OPEN EXTEND CreditAuditFile.
           IF AuditStatus IS EQUAL TO "00" OR
               AuditStatus IS EQUAL TO "05" THEN
               WRITE CreditAuditRecord FROM CreditAuditLine
               CLOSE CreditAuditFile
           END-IF.

       SaveTermsTable.
           OPEN OUTPUT TermsFile.
           IF TermsCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneTerms
                   VARYING TermsIdx FROM 1 BY 1
                   UNTIL TermsIdx IS GREATER THAN TermsCount
           END-IF.
           CLOSE TermsFile.

       SaveOneTerms.
           WRITE TermsRecord FROM TblTermsLine(TermsIdx).

       SaveReviewTable.
           OPEN OUTPUT ReviewFile.
           PERFORM SaveOneReview
               VARYING RecIdx FROM 1 BY 1
               UNTIL RecIdx IS GREATER THAN RecCount.
           CLOSE ReviewFile.

       SaveOneReview.
           MOVE SPACE TO ReviewRecord.
           MOVE TblRecCust(RecIdx) TO CRCustID.
           MOVE TblRecDate(RecIdx) TO CRRevDate.
           MOVE TblRecScore(RecIdx) TO CRScore.
           MOVE TblRecAction(RecIdx) TO CRAction.
           MOVE TblRecOldLimit(RecIdx) TO CROldLimit.
           MOVE TblRecNewLimit(RecIdx) TO CRNewLimit.
           MOVE TblRecStatus(RecIdx) TO CRStatus.
           MOVE TblRecApprover(RecIdx) TO CRApprover.
           MOVE TblRecApplied(RecIdx) TO CRApplyDate.
           WRITE ReviewRecord.
