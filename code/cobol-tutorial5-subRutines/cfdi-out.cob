       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CfdiFile ASSIGN TO "./cfdi-out.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CfdiStatus.
           SELECT OPTIONAL TaxFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CfdiFile.
       01 CfdiRecord PIC X(200).
       FD TaxFile.
       01 TaxRecord.
           02 CTXCustID PIC 9(5).
           02 FILLER PIC X.
           02 CTXRfc PIC X(13).
           02 FILLER PIC X.
           02 CTXRegime PIC X(3).
           02 FILLER PIC X.
           02 CTXCfdiUse PIC X(4).
       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress.
               03 IDXCustStreet PIC X(20).
               03 IDXCustCity PIC X(12).
               03 IDXCustState PIC X(2).
               03 IDXCustPostal PIC X(6).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).
       WORKING-STORAGE SECTION.
       01 CfdiStatus PIC XX.
       01 TaxStatus PIC XX.
       01 TaxEOF PIC X.
       01 IdxStatus PIC XX.
       01 FormattedName PIC X(63).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ParmsLoaded PIC X VALUE 'N'.
       01 EmitterRfc PIC X(13).
       01 EmitterRegime PIC X(3) VALUE '601'.
       01 EmitterPostal PIC X(6) VALUE '64000'.
       01 HomeCurrency PIC X(3) VALUE 'USD'.
       01 HeaderLine.
           02 FILLER PIC X VALUE 'H'.
           02 FILLER PIC X VALUE SPACE.
           02 CHDocType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CHDocNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CHDocDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 CHEmitterRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 CHEmitterRegime PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CHEmitterPostal PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 CHRecRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 CHRecRegime PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CHRecCfdiUse PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 CHRecPostal PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 CHCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CHCurrency PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CHSubtotal PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CHTax PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CHTotal PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CHDocTotal PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CHRelDoc PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CHRecName PIC X(40).
       01 ConceptLine.
           02 FILLER PIC X VALUE 'D'.
           02 FILLER PIC X VALUE SPACE.
           02 CDDocType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CDDocNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 CDLineNum PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 CDProd PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 CDQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CDUnitPrice PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CDAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CDTax PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 CDDesc PIC X(20).
       LINKAGE SECTION.
           01 LNAction PIC X.
           01 LNCfdiDoc.
               02 LNDocType PIC X.
               02 LNDocNum PIC 9(6).
               02 LNDocDate PIC 9(8).
               02 LNCustID PIC 9(5).
               02 LNCustName PIC X(40).
               02 LNCustPostal PIC X(6).
               02 LNCurrency PIC X(3).
               02 LNSubtotal PIC 9(8)V99.
               02 LNTax PIC 9(8)V99.
               02 LNTotal PIC 9(8)V99.
               02 LNDocTotal PIC 9(8)V99.
               02 LNRelDoc PIC 9(6).
               02 LNLineNum PIC 9(3).
               02 LNLineProd PIC X(6).
               02 LNLineDesc PIC X(20).
               02 LNLineQty PIC 9(5).
               02 LNLineUnit PIC 9(6)V99.
               02 LNLineAmount PIC 9(8)V99.
               02 LNLineTax PIC 9(8)V99.
       PROCEDURE DIVISION USING LNAction, LNCfdiDoc.
           IF ParmsLoaded IS EQUAL TO 'N' THEN
               PERFORM LoadEmitter
           END-IF
           IF LNAction IS EQUAL TO 'H' THEN
               IF LNCustName IS EQUAL TO SPACE THEN
                   PERFORM FindCustomerName
               END-IF
               PERFORM BuildHeader
               MOVE HeaderLine TO CfdiRecord
           ELSE
               PERFORM BuildConcept
               MOVE ConceptLine TO CfdiRecord
           END-IF
           OPEN EXTEND CfdiFile
           IF CfdiStatus IS EQUAL TO "00" OR
               CfdiStatus IS EQUAL TO "05" THEN
               WRITE CfdiRecord
               CLOSE CfdiFile
           END-IF.
       EXIT PROGRAM.

       LoadEmitter.
           MOVE 'Y' TO ParmsLoaded.
           MOVE 'EMISORRFC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           MOVE FUNCTION UPPER-CASE(ParmValue(1:13)) TO EmitterRfc.
           MOVE 'EMISORREGIMEN' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE ParmValue(1:3) TO EmitterRegime
           END-IF.
           MOVE 'EMISORCP' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:6) IS NOT EQUAL TO SPACE THEN
               MOVE ParmValue(1:6) TO EmitterPostal
           END-IF.
           MOVE 'HOMECURR' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO HomeCurrency
           END-IF.

       FindCustomerName.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS EQUAL TO "00" THEN
               MOVE LNCustID TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
                       MOVE FormattedName TO LNCustName
                       MOVE IDXCustPostal TO LNCustPostal
               END-READ
               CLOSE CustomerIndexFile
           END-IF.

       BuildHeader.
           MOVE LNDocType TO CHDocType.
           MOVE LNDocNum TO CHDocNum.
           MOVE LNDocDate TO CHDocDate.
           MOVE EmitterRfc TO CHEmitterRfc.
           MOVE EmitterRegime TO CHEmitterRegime.
           MOVE EmitterPostal TO CHEmitterPostal.
           MOVE 'XAXX010101000' TO CHRecRfc.
           MOVE '616' TO CHRecRegime.
           MOVE 'S01' TO CHRecCfdiUse.
           PERFORM FindReceptor.
           IF LNCustPostal IS EQUAL TO SPACE OR
               CHRecRfc IS EQUAL TO 'XAXX010101000' THEN
               MOVE EmitterPostal TO CHRecPostal
           ELSE
               MOVE LNCustPostal TO CHRecPostal
           END-IF.
           MOVE LNCustID TO CHCustID.
           IF LNCurrency IS EQUAL TO SPACE THEN
               MOVE HomeCurrency TO CHCurrency
           ELSE
               MOVE LNCurrency TO CHCurrency
           END-IF.
           MOVE LNSubtotal TO CHSubtotal.
           MOVE LNTax TO CHTax.
           MOVE LNTotal TO CHTotal.
           MOVE LNDocTotal TO CHDocTotal.
           MOVE LNRelDoc TO CHRelDoc.
           MOVE LNCustName TO CHRecName.

       FindReceptor.
           OPEN INPUT TaxFile.
           IF TaxStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TaxEOF
               PERFORM ReadOneReceptor UNTIL TaxEOF IS EQUAL TO 'Y'
               CLOSE TaxFile
           ELSE IF TaxStatus IS EQUAL TO "05" THEN
               CLOSE TaxFile
           END-IF.

       ReadOneReceptor.
           READ TaxFile
               AT END MOVE 'Y' TO TaxEOF
               NOT AT END
                   IF CTXCustID IS EQUAL TO LNCustID AND
                       CTXRfc IS NOT EQUAL TO SPACE THEN
                       MOVE CTXRfc TO CHRecRfc
                       MOVE CTXRegime TO CHRecRegime
                       MOVE CTXCfdiUse TO CHRecCfdiUse
                       MOVE 'Y' TO TaxEOF
                   END-IF
           END-READ.

       BuildConcept.
           MOVE LNDocType TO CDDocType.
           MOVE LNDocNum TO CDDocNum.
           MOVE LNLineNum TO CDLineNum.
           MOVE LNLineProd TO CDProd.
           MOVE LNLineQty TO CDQty.
           MOVE LNLineUnit TO CDUnitPrice.
           MOVE LNLineAmount TO CDAmount.
           MOVE LNLineTax TO CDTax.
           MOVE LNLineDesc TO CDDesc.
