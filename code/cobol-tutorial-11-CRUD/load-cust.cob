               ALTERNATE RECORD KEY IS IDXCustSearchName
                   WITH DUPLICATES
               FILE STATUS IS IdxStatus.
            SELECT OPTIONAL TaxFile ASSIGN TO "./cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           02 CustAddress PIC X(40).
           02 Phone PIC X(15).
           02 Email PIC X(40).
           02 Rfc PIC X(13).
           02 TaxRegime PIC X(3).
           02 CfdiUse PIC X(4).

       FD CustomerIndexFile.
       01 IndexCustomerData.
               88 IDXCustOptedOut VALUE 'Y'.
           02 IDXCustSearchName PIC X(30).

       FD TaxFile.
       01 TaxRecord PIC X(28).

       WORKING-STORAGE SECTION.
       01 WSEOF PIC X VALUE 'N'.
       01 WSRecExists PIC X.
       01 RecsRejected PIC 9(7) VALUE ZERO.
       01 ContactValid PIC X.
       01 ContactReason PIC X(30).
       01 TaxStatus PIC XX.
       01 TaxEOF PIC X.
       01 TaxChanged PIC X VALUE 'N'.
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
       01 DatStatus PIC XX.
       01 IdxStatus PIC XX.
       01 LogProgram PIC X(10) VALUE 'LOADCUST'.
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
               MOVE IdxStatus TO ErrStatus
               PERFORM FileError
           END-IF.
           PERFORM LoadTaxTable.
           PERFORM LoadOneRecord UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CustomerFile, CustomerIndexFile.
           IF TaxChanged IS EQUAL TO 'Y' THEN
               PERFORM SaveTaxTable
           END-IF.
           DISPLAY ' '
           DISPLAY 'Registros leidos:      ' RecsRead.
           DISPLAY 'Registros agregados:    ' RecsAdded.
                   ADD 1 TO RecsRead
                   CALL 'VALCONTACT' USING Phone, Email,
                       ContactValid, ContactReason
                   IF ContactValid IS EQUAL TO 'Y' THEN
                       CALL 'VALRFC' USING Rfc, TaxRegime, CfdiUse,
                           ContactValid, ContactReason
                   END-IF
                   IF ContactValid IS NOT EQUAL TO 'Y' THEN
                       ADD 1 TO RecsRejected
                       DISPLAY 'Registro rechazado, Id: ' IDNum ' '
               REWRITE IndexCustomerData
                   INVALID KEY
                       DISPLAY 'No actualizado Id: ' IDXIDNum
                   NOT INVALID KEY
                       ADD 1 TO RecsUpdated
                       PERFORM StoreTaxEntry
               END-REWRITE
           ELSE
               SET IDXCustActive TO TRUE
                       MOVE 'S' TO IdseqAction
                       MOVE IDXIDNum TO SeqValue
                       CALL 'IDSEQ' USING IdseqAction, SeqValue
                       PERFORM StoreTaxEntry
               END-WRITE
           END-IF.

       StoreTaxEntry.
           IF Rfc IS NOT EQUAL TO SPACE THEN
               PERFORM FindTaxEntry
               PERFORM StoreTaxValues
           END-IF.

       StoreTaxValues.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE Rfc TO TblTaxRfc(TaxFoundIdx)
               MOVE TaxRegime TO TblTaxRegime(TaxFoundIdx)
               MOVE CfdiUse TO TblTaxUse(TaxFoundIdx)
               MOVE 'Y' TO TaxChanged
           ELSE IF TaxCount IS LESS THAN 20000 THEN
               ADD 1 TO TaxCount
               MOVE IDNum TO TblTaxCust(TaxCount)
               MOVE Rfc TO TblTaxRfc(TaxCount)
               MOVE TaxRegime TO TblTaxRegime(TaxCount)
               MOVE CfdiUse TO TblTaxUse(TaxCount)
               MOVE 'Y' TO TaxChanged
           END-IF.

       FindTaxEntry.
           MOVE ZERO TO TaxFoundIdx.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTaxEntry
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.

       FindOneTaxEntry.
           IF TblTaxCust(TaxIdx) IS EQUAL TO IDNum AND
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
