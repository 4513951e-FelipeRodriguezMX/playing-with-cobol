       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DisputeFile ASSIGN TO "./ar-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisputeStatus.
           SELECT AgingReport ASSIGN TO "./DisputeAging.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DisputeFile.
       01 DisputeRecord.
           02 DSInvNum PIC 9(6).
           02 FILLER PIC X.
           02 DSCustID PIC 9(5).
           02 FILLER PIC X.
           02 DSReason PIC X(2).
           02 FILLER PIC X.
           02 DSAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 DSOwner PIC X(8).
           02 FILLER PIC X.
           02 DSOpenDate PIC 9(8).
           02 FILLER PIC X.
           02 DSStatus PIC X.
           02 FILLER PIC X.
           02 DSCloseDate PIC 9(8).

       FD AgingReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 DisputeStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MaxDaysOpen PIC 9(3) VALUE 60.
       01 SettledMonth PIC X(6).
       01 TodayInt PIC 9(7).
       01 OpenInt PIC 9(7).
       01 CloseInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 DisputesOpen PIC 9(5) VALUE ZERO.
       01 DisputesOverdue PIC 9(5) VALUE ZERO.
       01 DisputesSettled PIC 9(5) VALUE ZERO.
       01 Bucket30 PIC 9(8)V99 VALUE ZERO.
       01 Bucket60 PIC 9(8)V99 VALUE ZERO.
       01 Bucket90 PIC 9(8)V99 VALUE ZERO.
       01 BucketOver90 PIC 9(8)V99 VALUE ZERO.
       01 OpenTotal PIC 9(8)V99 VALUE ZERO.
       01 MemoCount PIC 9(5) VALUE ZERO.
       01 MemoTotal PIC 9(8)V99 VALUE ZERO.
       01 PaidCount PIC 9(5) VALUE ZERO.
       01 PaidTotal PIC 9(8)V99 VALUE ZERO.
       01 WithdrawnCount PIC 9(5) VALUE ZERO.
       01 WithdrawnTotal PIC 9(8)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Antiguedad de disputas       Fecha: ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(22) VALUE "   Limite sin resolver".
           02 FILLER PIC X VALUE SPACE.
           02 PrnMaxDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " dias".
       01 OpenTitle PIC X(80) VALUE "Disputas sin resolver:".
       01 OpenColumns PIC X(80) VALUE
           "Factura Cte.  Mo      Monto Responsable Abierta  Dias".
       01 OpenDetailLine.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnOwner PIC X(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOpenDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysOld PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X.
       01 BucketLine.
           02 FILLER PIC X(6) VALUE "0-30 ".
           02 PrnBucket30 PIC ZZZZZZ9.99.
           02 FILLER PIC X(9) VALUE "   31-60 ".
           02 PrnBucket60 PIC ZZZZZZ9.99.
           02 FILLER PIC X(9) VALUE "   61-90 ".
           02 PrnBucket90 PIC ZZZZZZ9.99.
           02 FILLER PIC X(12) VALUE "   Mas de 90".
           02 FILLER PIC X VALUE SPACE.
           02 PrnBucketOver90 PIC ZZZZZZ9.99.
       01 OpenTotalLine.
           02 FILLER PIC X(24) VALUE "Total en disputa:       ".
           02 PrnOpenTotal PIC ZZZZZZ9.99.
           02 FILLER PIC X(22) VALUE "   Fuera de plazo (*):".
           02 FILLER PIC X VALUE SPACE.
           02 PrnOverdue PIC ZZZZ9.
       01 SettledTitle.
           02 FILLER PIC X(28) VALUE
               "Disputas resueltas en el mes".
           02 FILLER PIC X VALUE SPACE.
           02 PrnSettledMonth PIC X(6).
           02 FILLER PIC X VALUE ':'.
       01 SettledColumns.
           02 FILLER PIC X(40) VALUE
               "Factura Cte.  Mo      Monto Abierta  Cer".
           02 FILLER PIC X(40) VALUE
               "rada  Dias Resolucion".
       01 SettledDetailLine.
           02 PrnSetInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSetCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetReason PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetAmount PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetOpenDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetCloseDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetDays PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSetHow PIC X(14).
       01 SettledSumLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSumLabel PIC X(16).
           02 PrnSumCount PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSumAmount PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'DISPMAXDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MaxDaysOpen = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE BusinessDate(1:6) TO SettledMonth.
           MOVE 'DISPMONTH' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE THEN
               MOVE ParmValue(1:6) TO SettledMonth
           END-IF.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           OPEN OUTPUT AgingReport.
           MOVE BusinessDate TO PrnRunDate.
           MOVE MaxDaysOpen TO PrnMaxDays.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM OpenTitle.
           WRITE PrintLine FROM OpenColumns.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DisputeFile.
           IF DisputeStatus IS EQUAL TO "00" THEN
               PERFORM AgeOneDispute UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DisputeFile
           ELSE IF DisputeStatus IS EQUAL TO "05" THEN
               CLOSE DisputeFile
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE Bucket30 TO PrnBucket30.
           MOVE Bucket60 TO PrnBucket60.
           MOVE Bucket90 TO PrnBucket90.
           MOVE BucketOver90 TO PrnBucketOver90.
           WRITE PrintLine FROM BucketLine.
           MOVE OpenTotal TO PrnOpenTotal.
           MOVE DisputesOverdue TO PrnOverdue.
           WRITE PrintLine FROM OpenTotalLine.
           PERFORM ListSettledDisputes.
           CLOSE AgingReport.
           DISPLAY 'Disputas abiertas:      ' DisputesOpen.
           DISPLAY 'Disputas fuera de plazo:' DisputesOverdue.
           DISPLAY 'Disputas resueltas mes: ' DisputesSettled.
           IF DisputesOverdue IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       AgeOneDispute.
           READ DisputeFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DSStatus IS EQUAL TO 'O' THEN
                       PERFORM WriteOpenDispute
                   END-IF
           END-READ.

       WriteOpenDispute.
           ADD 1 TO DisputesOpen.
           ADD DSAmount TO OpenTotal.
           COMPUTE OpenInt = FUNCTION INTEGER-OF-DATE(DSOpenDate).
           COMPUTE DaysOld = TodayInt - OpenInt.
           IF DaysOld IS LESS THAN ZERO THEN
               MOVE ZERO TO DaysOld
           END-IF.
           EVALUATE TRUE
               WHEN DaysOld IS NOT GREATER THAN 30
                   ADD DSAmount TO Bucket30
               WHEN DaysOld IS NOT GREATER THAN 60
                   ADD DSAmount TO Bucket60
               WHEN DaysOld IS NOT GREATER THAN 90
                   ADD DSAmount TO Bucket90
               WHEN OTHER
                   ADD DSAmount TO BucketOver90
           END-EVALUATE.
           MOVE DSInvNum TO PrnInvNum.
           MOVE DSCustID TO PrnCustID.
           MOVE DSReason TO PrnReason.
           MOVE DSAmount TO PrnAmount.
           MOVE DSOwner TO PrnOwner.
           MOVE DSOpenDate TO PrnOpenDate.
           MOVE DaysOld TO PrnDaysOld.
           MOVE SPACE TO PrnFlag.
           IF DaysOld IS GREATER THAN MaxDaysOpen THEN
               MOVE '*' TO PrnFlag
               ADD 1 TO DisputesOverdue
           END-IF.
           WRITE PrintLine FROM OpenDetailLine.

       ListSettledDisputes.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE SettledMonth TO PrnSettledMonth.
           WRITE PrintLine FROM SettledTitle.
           WRITE PrintLine FROM SettledColumns.
           MOVE 'N' TO WSEOF.
           OPEN INPUT DisputeFile.
           IF DisputeStatus IS EQUAL TO "00" THEN
               PERFORM ListOneSettled UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DisputeFile
           ELSE IF DisputeStatus IS EQUAL TO "05" THEN
               CLOSE DisputeFile
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Nota de credito ' TO PrnSumLabel.
           MOVE MemoCount TO PrnSumCount.
           MOVE MemoTotal TO PrnSumAmount.
           WRITE PrintLine FROM SettledSumLine.
           MOVE 'Pago del cliente' TO PrnSumLabel.
           MOVE PaidCount TO PrnSumCount.
           MOVE PaidTotal TO PrnSumAmount.
           WRITE PrintLine FROM SettledSumLine.
           MOVE 'Retirada        ' TO PrnSumLabel.
           MOVE WithdrawnCount TO PrnSumCount.
           MOVE WithdrawnTotal TO PrnSumAmount.
           WRITE PrintLine FROM SettledSumLine.

       ListOneSettled.
           READ DisputeFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DSStatus IS NOT EQUAL TO 'O' AND
                       DSCloseDate(1:6) IS EQUAL TO SettledMonth THEN
                       PERFORM WriteSettledDispute
                   END-IF
           END-READ.

       WriteSettledDispute.
           ADD 1 TO DisputesSettled.
           COMPUTE OpenInt = FUNCTION INTEGER-OF-DATE(DSOpenDate).
           COMPUTE CloseInt = FUNCTION INTEGER-OF-DATE(DSCloseDate).
           COMPUTE DaysOld = CloseInt - OpenInt.
           IF DaysOld IS LESS THAN ZERO THEN
               MOVE ZERO TO DaysOld
           END-IF.
           EVALUATE DSStatus
               WHEN 'C'
                   MOVE 'NOTA CREDITO' TO PrnSetHow
                   ADD 1 TO MemoCount
                   ADD DSAmount TO MemoTotal
               WHEN 'P'
                   MOVE 'PAGO' TO PrnSetHow
                   ADD 1 TO PaidCount
                   ADD DSAmount TO PaidTotal
               WHEN OTHER
                   MOVE 'RETIRADA' TO PrnSetHow
                   ADD 1 TO WithdrawnCount
                   ADD DSAmount TO WithdrawnTotal
           END-EVALUATE.
           MOVE DSInvNum TO PrnSetInvNum.
           MOVE DSCustID TO PrnSetCustID.
           MOVE DSReason TO PrnSetReason.
           MOVE DSAmount TO PrnSetAmount.
           MOVE DSOpenDate TO PrnSetOpenDate.
           MOVE DSCloseDate TO PrnSetCloseDate.
           MOVE DaysOld TO PrnSetDays.
           WRITE PrintLine FROM SettledDetailLine.
