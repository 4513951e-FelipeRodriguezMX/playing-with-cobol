            SELECT OnlineLockFile ASSIGN TO "./online-edit.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OnlineLockStatus.
            SELECT OPTIONAL TaxFile ASSIGN TO "./cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           02 TxnNewStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 TxnDoNotContact PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 TxnRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 TxnTaxRegime PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 TxnCfdiUse PIC X(4).

       FD RestartFile.
       01 RestartRecord.
       FD OnlineLockFile.
       01 OnlineLockRecord PIC X(40).

       FD TaxFile.
       01 TaxRecord PIC X(28).


       WORKING-STORAGE SECTION.
       01 WSEOF PIC X VALUE 'N'.
       01 RejData PIC X(200).
       01 ContactValid PIC X.
       01 ContactReason PIC X(30).
       01 TaxValid PIC X.
       01 TaxReason PIC X(30).
       01 TaxStatus PIC XX.
       01 TaxEOF PIC X.
       01 TaxCount PIC 9(5) VALUE ZERO.
       01 TaxTable.
           02 TaxEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON TaxCount
               INDEXED BY TXI.
               03 TblTaxCust PIC 9(5).
               03 TblTaxRfc PIC X(13).
               03 TblTaxRegime PIC X(3).
               03 TblTaxUse PIC X(4).
       01 TaxIdx PIC 9(5).
       01 TaxFoundIdx PIC 9(5).
       01 TaxLine.
           02 CTXCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CTXRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 CTXRegime PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CTXCfdiUse PIC X(4).
       01 NewRfc PIC X(13).
       01 NewTaxRegime PIC X(3).
       01 NewCfdiUse PIC X(4).
       01 CustFileStatus PIC XX.
       01 AuditFileStatus PIC XX.
       01 TxnFileStatus PIC XX.
               PERFORM FileError
           END-IF.
           PERFORM LoadRestartPoint.
           PERFORM LoadTaxTable.
           PERFORM ApplyOneTransaction UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CustomerFile, AuditFile, TransactionFile.
           PERFORM ClearRestartPoint.
                   MOVE ContactReason TO RejReason
                   PERFORM RegisterReject
               ELSE
                   PERFORM ApplyAddTax
               END-IF
           END-IF.

       ApplyAddTax.
           MOVE TxnIDNum TO IDNum.
           PERFORM MergeTxnTax.
           IF TaxValid IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO TxnsRejected
               DISPLAY 'Alta rechazada, Id: ' TxnIDNum ' ' TaxReason
               MOVE TaxReason TO RejReason
               PERFORM RegisterReject
           ELSE
               PERFORM ApplyAddRecord
           END-IF.

       ApplyAddRecord.
           MOVE TxnIDNum TO IDNum.
           MOVE TxnFirstName TO FirstName.
                   MOVE SPACE TO AuditBeforeStatus
                   MOVE CustStatus TO AuditAfterStatus
                   PERFORM WriteAuditRecord
                   PERFORM StoreTaxEntry
           END-WRITE.

       ApplyUpdateTxn.
           PERFORM ResolveWantedStatus.
           CALL 'VALCONTACT' USING TxnPhone, TxnEmail,
               ContactValid, ContactReason.
           PERFORM MergeTxnTax.
           IF CustExists IS EQUAL TO 'N' THEN
               ADD 1 TO TxnsRejected
               DISPLAY
                   ContactReason
               MOVE ContactReason TO RejReason
               PERFORM RegisterReject
           ELSE IF TaxValid IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO TxnsRejected
               DISPLAY 'Actualizacion rechazada, Id: ' TxnIDNum ' '
                   TaxReason
               MOVE TaxReason TO RejReason
               PERFORM RegisterReject
           ELSE IF StatusAllowed IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO TxnsRejected
               DISPLAY
                       IF CustDoNotContact IS NOT EQUAL TO OldDnc THEN
                           PERFORM WriteDncAudit
                       END-IF
                       PERFORM StoreTaxEntry
               END-REWRITE
           END-IF.

               END-REWRITE
           END-IF.

       MergeTxnTax.
           PERFORM FindTaxEntry.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTaxRfc(TaxFoundIdx) TO NewRfc
               MOVE TblTaxRegime(TaxFoundIdx) TO NewTaxRegime
               MOVE TblTaxUse(TaxFoundIdx) TO NewCfdiUse
           ELSE
               MOVE SPACE TO NewRfc
               MOVE SPACE TO NewTaxRegime
               MOVE SPACE TO NewCfdiUse
           END-IF.
           IF TxnRfc IS NOT EQUAL TO SPACE THEN
               MOVE TxnRfc TO NewRfc
           END-IF.
           IF TxnTaxRegime IS NOT EQUAL TO SPACE THEN
               MOVE TxnTaxRegime TO NewTaxRegime
           END-IF.
           IF TxnCfdiUse IS NOT EQUAL TO SPACE THEN
               MOVE TxnCfdiUse TO NewCfdiUse
           END-IF.
           CALL 'VALRFC' USING NewRfc, NewTaxRegime, NewCfdiUse,
               TaxValid, TaxReason.

       StoreTaxEntry.
           IF TxnRfc IS NOT EQUAL TO SPACE OR
               TxnTaxRegime IS NOT EQUAL TO SPACE OR
               TxnCfdiUse IS NOT EQUAL TO SPACE THEN
               PERFORM StoreTaxValues
               PERFORM SaveTaxTable
           END-IF.

       StoreTaxValues.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE NewRfc TO TblTaxRfc(TaxFoundIdx)
               MOVE NewTaxRegime TO TblTaxRegime(TaxFoundIdx)
               MOVE NewCfdiUse TO TblTaxUse(TaxFoundIdx)
           ELSE IF TaxCount IS LESS THAN 20000 THEN
               ADD 1 TO TaxCount
               MOVE IDNum TO TblTaxCust(TaxCount)
               MOVE NewRfc TO TblTaxRfc(TaxCount)
               MOVE NewTaxRegime TO TblTaxRegime(TaxCount)
               MOVE NewCfdiUse TO TblTaxUse(TaxCount)
           END-IF.

       FindTaxEntry.
           MOVE ZERO TO TaxFoundIdx.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTaxEntry
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.

       FindOneTaxEntry.
           IF TblTaxCust(TaxIdx) IS EQUAL TO TxnIDNum AND
               TaxFoundIdx IS EQUAL TO ZERO THEN
               MOVE TaxIdx TO TaxFoundIdx
           END-IF.

       LoadTaxTable.
           MOVE ZERO TO TaxCount.
           OPEN INPUT TaxFile.
           IF TaxStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TaxEOF
               PERFORM LoadOneTax UNTIL TaxEOF IS EQUAL TO 'Y'
               CLOSE TaxFile
           ELSE IF TaxStatus IS EQUAL TO "05" THEN
               CLOSE TaxFile
           END-IF.

       LoadOneTax.
           MOVE SPACE TO TaxLine.
           READ TaxFile INTO TaxLine
               AT END MOVE 'Y' TO TaxEOF
               NOT AT END
                   IF TaxCount IS LESS THAN 20000 THEN
                       ADD 1 TO TaxCount
                       MOVE CTXCustID TO TblTaxCust(TaxCount)
                       MOVE CTXRfc TO TblTaxRfc(TaxCount)
                       MOVE CTXRegime TO TblTaxRegime(TaxCount)
                       MOVE CTXCfdiUse TO TblTaxUse(TaxCount)
                   END-IF
           END-READ.

       SaveTaxTable.
           OPEN OUTPUT TaxFile.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneTax
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.
           CLOSE TaxFile.

       SaveOneTax.
           IF TblTaxRfc(TaxIdx) IS NOT EQUAL TO SPACE THEN
               MOVE TblTaxCust(TaxIdx) TO CTXCustID
               MOVE TblTaxRfc(TaxIdx) TO CTXRfc
               MOVE TblTaxRegime(TaxIdx) TO CTXRegime
               MOVE TblTaxUse(TaxIdx) TO CTXCfdiUse
               WRITE TaxRecord FROM TaxLine
           END-IF.

       RegisterReject.
           MOVE 'BATCHCUST' TO RejSource.
           MOVE TransactionRecord TO RejData.
