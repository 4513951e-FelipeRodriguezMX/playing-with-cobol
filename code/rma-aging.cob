       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAAGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RmaFile ASSIGN TO "./rma.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RmaStatus.
           SELECT AgingReport ASSIGN TO "./RmaAging.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RmaFile.
       01 RmaRecord.
           02 RMANum PIC 9(6).
           02 FILLER PIC X.
           02 RMALine PIC 9(2).
           02 FILLER PIC X.
           02 RMAInvNum PIC 9(6).
           02 FILLER PIC X.
           02 RMACustID PIC 9(5).
           02 FILLER PIC X.
           02 RMAIssueDate PIC 9(8).
           02 FILLER PIC X.
           02 RMALineStatus PIC X.
           02 FILLER PIC X.
           02 RMAProd PIC X(5).
           02 FILLER PIC X.
           02 RMASize PIC X.
           02 FILLER PIC X.
           02 RMAQtyAuth PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyRestock PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyScrap PIC 9(3).
           02 FILLER PIC X.
           02 RMAQtyVendor PIC 9(3).
           02 FILLER PIC X.
           02 RMARecvDate PIC 9(8).
           02 FILLER PIC X.
           02 RMAMemoNum PIC 9(6).
           02 FILLER PIC X.
           02 RMAOperator PIC X(8).
           02 FILLER PIC X.
           02 RMAReason PIC X(20).

       FD AgingReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 RmaStatus PIC XX.
       01 WSEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MaxDaysOut PIC 9(3) VALUE 30.
       01 TodayInt PIC 9(7).
       01 IssueInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 CurrentRma PIC 9(6) VALUE ZERO.
       01 CurrentInv PIC 9(6).
       01 CurrentCust PIC 9(5).
       01 CurrentIssue PIC 9(8).
       01 CurrentState PIC X.
       01 CurrentUnits PIC 9(5).
       01 CurrentReason PIC X(20).
       01 RmasOpen PIC 9(5) VALUE ZERO.
       01 RmasOverdue PIC 9(5) VALUE ZERO.
       01 Bucket30 PIC 9(5) VALUE ZERO.
       01 Bucket60 PIC 9(5) VALUE ZERO.
       01 Bucket90 PIC 9(5) VALUE ZERO.
       01 BucketOver90 PIC 9(5) VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Antiguedad de RMA abiertas   Fecha: ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(22) VALUE "   Limite sin recibir ".
           02 PrnMaxDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " dias".
       01 ColumnHeading.
           02 FILLER PIC X(40) VALUE
               "RMA    Factura Cliente Emitida   Dias   ".
           02 FILLER PIC X(40) VALUE
               "Unid  Estado      Motivo".
       01 DetailLine.
           02 PrnRmaNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnIssueDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDaysOld PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnUnits PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnState PIC X(11).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReason PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X.
       01 BucketLine.
           02 FILLER PIC X(14) VALUE "RMA abiertas: ".
           02 FILLER PIC X(6) VALUE "0-30 ".
           02 PrnBucket30 PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "   31-60 ".
           02 PrnBucket60 PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "   61-90 ".
           02 PrnBucket90 PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   Mas de 90".
           02 FILLER PIC X VALUE SPACE.
           02 PrnBucketOver90 PIC ZZZZ9.
       01 TotalLine.
           02 FILLER PIC X(28) VALUE
               "Mercancia sin regresar (*): ".
           02 PrnOverdue PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'RMAMAXDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MaxDaysOut = FUNCTION NUMVAL(ParmValue)
           END-IF.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN OUTPUT AgingReport.
           MOVE BusinessDate TO PrnRunDate.
           MOVE MaxDaysOut TO PrnMaxDays.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           OPEN INPUT RmaFile.
           IF RmaStatus IS EQUAL TO "00" THEN
               PERFORM AgeOneRmaLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE RmaFile
           ELSE IF RmaStatus IS EQUAL TO "05" THEN
               CLOSE RmaFile
           END-IF.
           PERFORM WriteCurrentRma.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE Bucket30 TO PrnBucket30.
           MOVE Bucket60 TO PrnBucket60.
           MOVE Bucket90 TO PrnBucket90.
           MOVE BucketOver90 TO PrnBucketOver90.
           WRITE PrintLine FROM BucketLine.
           MOVE RmasOverdue TO PrnOverdue.
           WRITE PrintLine FROM TotalLine.
           CLOSE AgingReport.
           DISPLAY 'RMA abiertas:           ' RmasOpen.
           DISPLAY 'RMA sin regresar:       ' RmasOverdue.
           IF RmasOverdue IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       AgeOneRmaLine.
           READ RmaFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RMANum IS NOT EQUAL TO CurrentRma THEN
                       PERFORM WriteCurrentRma
                       MOVE RMANum TO CurrentRma
                       MOVE RMAInvNum TO CurrentInv
                       MOVE RMACustID TO CurrentCust
                       MOVE RMAIssueDate TO CurrentIssue
                       MOVE RMAReason TO CurrentReason
                       MOVE SPACE TO CurrentState
                       MOVE ZERO TO CurrentUnits
                   END-IF
                   IF RMALineStatus IS EQUAL TO 'A' THEN
                       MOVE 'A' TO CurrentState
                       ADD RMAQtyAuth TO CurrentUnits
                   ELSE IF RMALineStatus IS EQUAL TO 'I' THEN
                       IF CurrentState IS EQUAL TO SPACE THEN
                           MOVE 'I' TO CurrentState
                       END-IF
                       COMPUTE CurrentUnits = CurrentUnits +
                           RMAQtyRestock + RMAQtyScrap + RMAQtyVendor
                   END-IF
           END-READ.

       WriteCurrentRma.
           IF CurrentRma IS GREATER THAN ZERO AND
               CurrentState IS NOT EQUAL TO SPACE THEN
               ADD 1 TO RmasOpen
               COMPUTE IssueInt =
                   FUNCTION INTEGER-OF-DATE(CurrentIssue)
               COMPUTE DaysOld = TodayInt - IssueInt
               IF DaysOld IS LESS THAN ZERO THEN
                   MOVE ZERO TO DaysOld
               END-IF
               EVALUATE TRUE
                   WHEN DaysOld IS NOT GREATER THAN 30
                       ADD 1 TO Bucket30
                   WHEN DaysOld IS NOT GREATER THAN 60
                       ADD 1 TO Bucket60
                   WHEN DaysOld IS NOT GREATER THAN 90
                       ADD 1 TO Bucket90
                   WHEN OTHER
                       ADD 1 TO BucketOver90
               END-EVALUATE
               MOVE CurrentRma TO PrnRmaNum
               MOVE CurrentInv TO PrnInvNum
               MOVE CurrentCust TO PrnCustID
               MOVE CurrentIssue TO PrnIssueDate
               MOVE DaysOld TO PrnDaysOld
               MOVE CurrentUnits TO PrnUnits
               MOVE CurrentReason TO PrnReason
               MOVE SPACE TO PrnFlag
               IF CurrentState IS EQUAL TO 'A' THEN
                   MOVE 'SIN RECIBIR' TO PrnState
                   IF DaysOld IS GREATER THAN MaxDaysOut THEN
                       MOVE '*' TO PrnFlag
                       ADD 1 TO RmasOverdue
                   END-IF
               ELSE
                   MOVE 'SIN NOTA' TO PrnState
               END-IF
               WRITE PrintLine FROM DetailLine
           END-IF.
