            SELECT CustomerFile ASSIGN TO "./Customer.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DatStatus.
            SELECT OPTIONAL TaxFile ASSIGN TO "./cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerIndexFile.
           02 CustAddress PIC X(40).
           02 Phone PIC X(15).
           02 Email PIC X(40).
           02 Rfc PIC X(13).
           02 TaxRegime PIC X(3).
           02 CfdiUse PIC X(4).

       FD TaxFile.
       01 TaxRecord PIC X(28).

       WORKING-STORAGE SECTION.
       01 WSEOF PIC X VALUE 'N'.
       01 RecsExported PIC 9(7) VALUE ZERO.
       01 DatStatus PIC XX.
       01 IdxStatus PIC XX.
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
       01 LogProgram PIC X(10) VALUE 'EXPORTCUST'.
       01 LogText PIC X(60).
       01 ErrFileName PIC X(20).
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
               MOVE DatStatus TO ErrStatus
               PERFORM FileError
           END-IF.
           PERFORM LoadTaxTable.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO HdrDate.
           MOVE 'EXPORTCUST' TO HdrProgram.
                       MOVE IDXCustAddress TO CustAddress
                       MOVE IDXPhone TO Phone
                       MOVE IDXEmail TO Email
                       PERFORM FindTaxEntry
                       PERFORM MoveTaxData
                       ADD IDNum TO HashTotal
                       WRITE CustomerData
                       IF DatStatus IS NOT EQUAL TO "00" THEN
                       ADD 1 TO RecsExported
                   END-IF
           END-READ.

       MoveTaxData.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTaxRfc(TaxFoundIdx) TO Rfc
               MOVE TblTaxRegime(TaxFoundIdx) TO TaxRegime
               MOVE TblTaxUse(TaxFoundIdx) TO CfdiUse
           ELSE
               MOVE SPACE TO Rfc
               MOVE SPACE TO TaxRegime
               MOVE SPACE TO CfdiUse
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
