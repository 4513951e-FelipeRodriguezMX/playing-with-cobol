               FILE STATUS IS IdxStatus.
            SELECT RejectFile ASSIGN TO "./csv-rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL TaxFile ASSIGN TO "./cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CsvFile.
       FD RejectFile.
       01 RejectRecord PIC X(340).

       FD TaxFile.
       01 TaxRecord PIC X(28).

       WORKING-STORAGE SECTION.
       01 CsvStatus PIC XX.
       01 IdxStatus PIC XX.
       01 RejectReason PIC X(30).
       01 ContactValid PIC X.
       01 ContactReason PIC X(30).
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
       01 CsvRfc PIC X(13).
       01 CsvTaxRegime PIC X(3).
       01 CsvCfdiUse PIC X(4).

       01 CharIdx PIC 9(3).
       01 InQuote PIC X.
       01 ColAddress PIC 9(2) VALUE ZERO.
       01 ColPhone PIC 9(2) VALUE ZERO.
       01 ColEmail PIC 9(2) VALUE ZERO.
       01 ColRfc PIC 9(2) VALUE ZERO.
       01 ColRegime PIC 9(2) VALUE ZERO.
       01 ColUse PIC 9(2) VALUE ZERO.
       01 CsvIDNum PIC 9(5).

       01 IdseqAction PIC X.
               STOP RUN
           END-IF.
           OPEN OUTPUT RejectFile.
           PERFORM LoadTaxTable.
           PERFORM ProcessOneLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CsvFile, CustomerIndexFile, RejectFile.
           IF ColRfc IS GREATER THAN ZERO OR
               ColRegime IS GREATER THAN ZERO OR
               ColUse IS GREATER THAN ZERO THEN
               PERFORM SaveTaxTable
           END-IF.
           DISPLAY ' '
           DISPLAY 'Lineas leidas:          ' LineNumber.
           DISPLAY 'Registros agregados:    ' RecsAdded.
               WHEN 'CUSTADDRESS' MOVE ColIdx TO ColAddress
               WHEN 'PHONE' MOVE ColIdx TO ColPhone
               WHEN 'EMAIL' MOVE ColIdx TO ColEmail
               WHEN 'RFC' MOVE ColIdx TO ColRfc
               WHEN 'REGIMEN' MOVE ColIdx TO ColRegime
               WHEN 'USOCFDI' MOVE ColIdx TO ColUse
               WHEN OTHER CONTINUE
           END-EVALUATE.

               ColEmail IS GREATER THAN ZERO THEN
               PERFORM CallContactCheck
           END-IF.
           IF ContactValid IS EQUAL TO 'Y' THEN
               PERFORM CallTaxCheck
           END-IF.

       CallContactCheck.
           MOVE SPACE TO IDXPhone.
           CALL 'VALCONTACT' USING IDXPhone, IDXEmail,
               ContactValid, ContactReason.

       CallTaxCheck.
           PERFORM FindTaxEntry.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTaxRfc(TaxFoundIdx) TO CsvRfc
               MOVE TblTaxRegime(TaxFoundIdx) TO CsvTaxRegime
               MOVE TblTaxUse(TaxFoundIdx) TO CsvCfdiUse
           ELSE
               MOVE SPACE TO CsvRfc
               MOVE SPACE TO CsvTaxRegime
               MOVE SPACE TO CsvCfdiUse
           END-IF.
           IF ColRfc IS GREATER THAN ZERO THEN
               MOVE FieldText(ColRfc)(1:13) TO CsvRfc
           END-IF.
           IF ColRegime IS GREATER THAN ZERO THEN
               MOVE FieldText(ColRegime)(1:3) TO CsvTaxRegime
           END-IF.
           IF ColUse IS GREATER THAN ZERO THEN
               MOVE FieldText(ColUse)(1:4) TO CsvCfdiUse
           END-IF.
           CALL 'VALRFC' USING CsvRfc, CsvTaxRegime, CsvCfdiUse,
               ContactValid, ContactReason.

       ApplyOneCustomer.
           MOVE CsvIDNum TO IDXIDNum.
           READ CustomerIndexFile
                   NOT INVALID KEY
                       ADD 1 TO RecsUpdated
                       ADD 1 TO RecsApplied
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

           MOVE RejectReason TO RejReason.
           MOVE CsvRecord TO RejData.
           WRITE RejectRecord FROM RejectLine.

       StoreTaxEntry.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE CsvRfc TO TblTaxRfc(TaxFoundIdx)
               MOVE CsvTaxRegime TO TblTaxRegime(TaxFoundIdx)
               MOVE CsvCfdiUse TO TblTaxUse(TaxFoundIdx)
           ELSE IF CsvRfc IS NOT EQUAL TO SPACE AND
               TaxCount IS LESS THAN 20000 THEN
               ADD 1 TO TaxCount
               MOVE CsvIDNum TO TblTaxCust(TaxCount)
               MOVE CsvRfc TO TblTaxRfc(TaxCount)
               MOVE CsvTaxRegime TO TblTaxRegime(TaxCount)
               MOVE CsvCfdiUse TO TblTaxUse(TaxCount)
           END-IF.

       FindTaxEntry.
           MOVE ZERO TO TaxFoundIdx.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTaxEntry
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.

       FindOneTaxEntry.
           IF TblTaxCust(TaxIdx) IS EQUAL TO CsvIDNum AND
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
