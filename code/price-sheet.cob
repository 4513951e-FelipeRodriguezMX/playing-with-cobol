       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICESHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT PriceFile ASSIGN TO "./prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceStatus.
           SELECT OPTIONAL PriceBreakFile ASSIGN TO "./price-breaks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BreakStatus.
           SELECT OPTIONAL ContractPriceFile
               ASSIGN TO "./contract-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractStatus.
           SELECT OPTIONAL DiscClassFile ASSIGN TO "./disc-classes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ClassStatus.
           SELECT OPTIONAL TermsFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
           SELECT OPTIONAL FxRateFile ASSIGN TO "./fx-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FxStatus.
           SELECT PriceSheet ASSIGN TO "./PriceSheet.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress PIC X(40).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD ProductMaster.
       01 ProductMasterRecord.
           02 PMProdName PIC X(5).
           02 PMSizeEntry OCCURS 3 TIMES.
               03 PMSizeCode PIC A.
               03 PMSizeQty PIC 9(5).
           02 PMReorderLevel PIC 9(5).
           02 PMOnOrder PIC 9(5).
           02 PMVendor PIC X(5).
           02 PMStatus PIC X.

       FD PriceFile.
       01 PriceRecord.
           02 PRFProdName PIC X(5).
           02 PRFEffectiveDate PIC 9(8).
           02 PRFPrice PIC 9(4)V99.

       FD PriceBreakFile.
       01 PriceBreakRecord.
           02 PBFProdName PIC X(5).
           02 FILLER PIC X.
           02 PBFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 PBFMinQty PIC 9(5).
           02 FILLER PIC X.
           02 PBFPrice PIC 9(4)V99.

       FD ContractPriceFile.
       01 ContractPriceRecord.
           02 CPFCustID PIC 9(5).
           02 FILLER PIC X.
           02 CPFProdName PIC X(5).
           02 FILLER PIC X.
           02 CPFStartDate PIC 9(8).
           02 FILLER PIC X.
           02 CPFEndDate PIC 9(8).
           02 FILLER PIC X.
           02 CPFPrice PIC 9(4)V99.

       FD DiscClassFile.
       01 DiscClassRecord.
           02 DCFClass PIC X(2).
           02 FILLER PIC X.
           02 DCFStartDate PIC 9(8).
           02 FILLER PIC X.
           02 DCFEndDate PIC 9(8).
           02 FILLER PIC X.
           02 DCFPct PIC V999.

       FD TermsFile.
       01 TermsRecord.
           02 CTCustID PIC 9(5).
           02 FILLER PIC X.
           02 CTCreditLimit PIC 9(6)V99.
           02 FILLER PIC X.
           02 CTDiscClass PIC X(2).
           02 FILLER PIC X.
           02 CTCurrency PIC X(3).
           02 FILLER PIC X(3).
           02 CTTermsCode PIC X(10).
           02 FILLER PIC X(6).

       FD FxRateFile.
       01 FxRateRecord.
           02 FXFCurrency PIC X(3).
           02 FILLER PIC X.
           02 FXFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 FXFRate PIC 9(3)V9(4).

       FD PriceSheet.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 ProdStatus PIC XX.
       01 PriceStatus PIC XX.
       01 BreakStatus PIC XX.
       01 ContractStatus PIC XX.
       01 ClassStatus PIC XX.
       01 TermsStatus PIC XX.
       01 FxStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 SheetDate PIC 9(8).
       01 DateParam PIC X(8).
       01 CustParam PIC X(5).
       01 SheetClass PIC X(2).
       01 SingleRun PIC X VALUE 'N'.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 FormattedName PIC X(63).
       01 WantedCust PIC 9(5).
       01 CustOk PIC X.
       01 SheetsWritten PIC 9(5) VALUE ZERO.
       01 CustSkipped PIC 9(5) VALUE ZERO.
       01 DncSkipped PIC 9(5) VALUE ZERO.
       01 NoFxSheets PIC 9(5) VALUE ZERO.

       01 ProdCount PIC 9(3) VALUE ZERO.
       01 ProdTable.
           02 ProdEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ProdCount
               INDEXED BY PDI.
               03 TblProdName PIC X(5).
       01 PriceCount PIC 9(3) VALUE ZERO.
       01 PriceTable.
           02 PriceEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON PriceCount
               INDEXED BY PRI.
               03 PRProdName PIC X(5).
               03 PREffectiveDate PIC 9(8).
               03 PRPrice PIC 9(4)V99.
       01 PriceFound PIC X.
       01 BestPriceDate PIC 9(8).
       01 UnitPrice PIC 9(4)V99.
       01 BasePrice PIC 9(4)V99.
       01 ListPrice PIC 9(4)V99.
       01 PriceNote PIC X.
       01 LookupProd PIC X(5).
       01 BreakEOF PIC X.
       01 BreakCount PIC 9(3) VALUE ZERO.
       01 PriceBreakTable.
           02 PriceBreakEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON BreakCount
               INDEXED BY PBI.
               03 PBProdName PIC X(5).
               03 PBEffectiveDate PIC 9(8).
               03 PBMinQty PIC 9(5).
               03 PBPrice PIC 9(4)V99.
       01 BreakFound PIC X.
       01 BestBreakQty PIC 9(5).
       01 BestBreakDate PIC 9(8).
       01 BreakPrice PIC 9(4)V99.
       01 BreakCheckQty PIC 9(5).
       01 TierQty PIC 9(5).
       01 NextTierQty PIC 9(5).
       01 TierLines PIC 9(3).
       01 ContractEOF PIC X.
       01 ClassEOF PIC X.
       01 TermsEOF PIC X.
       01 ContractCount PIC 9(3) VALUE ZERO.
       01 ContractTable.
           02 ContractEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON ContractCount
               INDEXED BY CTI.
               03 CTPCustID PIC 9(5).
               03 CTPProdName PIC X(5).
               03 CTPStartDate PIC 9(8).
               03 CTPEndDate PIC 9(8).
               03 CTPPrice PIC 9(4)V99.
       01 ContractFound PIC X.
       01 BestContractStart PIC 9(8).
       01 ContractPrice PIC 9(4)V99.
       01 ContractEnd PIC 9(8).
       01 ContractLines PIC 9(3).
       01 ClassCount PIC 9(2) VALUE ZERO.
       01 ClassTable.
           02 ClassEntry
               OCCURS 1 TO 99 TIMES
               DEPENDING ON ClassCount
               INDEXED BY DCI.
               03 DCClass PIC X(2).
               03 DCStartDate PIC 9(8).
               03 DCEndDate PIC 9(8).
               03 DCPct PIC V999.
       01 ClassFound PIC X.
       01 BestClassStart PIC 9(8).
       01 ClassPct PIC V999.
       01 TermsCount PIC 9(4) VALUE ZERO.
       01 ClassXrefTable.
           02 ClassXrefEntry
               OCCURS 1 TO 999 TIMES
               DEPENDING ON TermsCount
               INDEXED BY TXI.
               03 TblTermsCust PIC 9(5).
               03 TblTermsClass PIC X(2).
               03 TblTermsCurr PIC X(3).
       01 TermsIdx PIC 9(4).
       01 CustDiscClass PIC X(2).
       01 CustCurrency PIC X(3).
       01 FxEOF PIC X.
       01 FxCount PIC 9(2) VALUE ZERO.
       01 FxTable.
           02 FxEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON FxCount
               INDEXED BY FXI.
               03 FXCurrency PIC X(3).
               03 FXEffectiveDate PIC 9(8).
               03 FXRate PIC 9(3)V9(4).
       01 FxFound PIC X.
       01 BestFxDate PIC 9(8).
       01 FxRateUsed PIC 9(3)V9(4).
       01 HomeCurrency PIC X(3) VALUE 'USD'.
       01 SheetCurrency PIC X(3).
       01 SheetListPrice PIC 9(6)V99.
       01 SheetNetPrice PIC 9(6)V99.

       01 SheetHeading.
           02 FILLER PIC X(20) VALUE "Lista de precios al ".
           02 PrnSheetDate PIC 9(8).
       01 CustomerLine.
           02 FILLER PIC X(9) VALUE "Cliente: ".
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(63).
       01 TermsLine.
           02 FILLER PIC X(20) VALUE "Clase de descuento: ".
           02 PrnClass PIC X(2).
           02 FILLER PIC X(11) VALUE "   Moneda: ".
           02 PrnCurrency PIC X(3).
           02 FILLER PIC X(19) VALUE "   Tipo de cambio: ".
           02 PrnFxRate PIC ZZ9.9999.
       01 ColumnLine.
           02 FILLER PIC X(40) VALUE
               "Prod   Desde         Lista          Neto".
           02 FILLER PIC X(40) VALUE
               "  Tipo         Vence".
       01 DetailLine.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTierQty PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnListPrice PIC ZZZZZZ9.99.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnNetPrice PIC ZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPriceType PIC X(11).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnContractEnd PIC X(8).
       01 ContractHeading PIC X(40) VALUE
           "Contratos vigentes y por iniciar:".
       01 ContractColumns PIC X(40) VALUE
           "Prod   Inicio    Vence         Precio".
       01 ContractLine.
           02 PrnCtrProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtrStart PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtrEnd PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCtrPrice PIC ZZZZZZ9.99.
       01 NoContractLine PIC X(40) VALUE
           "Sin contratos.".

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO SheetDate.
           ACCEPT DateParam FROM ENVIRONMENT "SHEET_DATE".
           IF FUNCTION TEST-NUMVAL(DateParam) IS EQUAL TO ZERO AND
               DateParam IS NOT EQUAL TO SPACE THEN
               COMPUTE SheetDate = FUNCTION NUMVAL(DateParam)
           END-IF.
           ACCEPT CustParam FROM ENVIRONMENT "SHEET_CUST".
           ACCEPT SheetClass FROM ENVIRONMENT "SHEET_CLASS".
           MOVE FUNCTION UPPER-CASE(SheetClass) TO SheetClass.
           IF CustParam IS NOT EQUAL TO SPACE THEN
               IF FUNCTION TEST-NUMVAL(CustParam) IS NOT EQUAL TO ZERO
                   THEN
                   DISPLAY 'SHEET_CUST invalido: ' CustParam
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WantedCust = FUNCTION NUMVAL(CustParam)
               MOVE 'Y' TO SingleRun
           ELSE IF SheetClass IS EQUAL TO SPACE THEN
               DISPLAY 'Indique SHEET_CUST o SHEET_CLASS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadPriceTable.
           PERFORM LoadPriceBreakTable.
           PERFORM LoadContractTable.
           PERFORM LoadClassTable.
           PERFORM LoadTermsXref.
           PERFORM LoadFxTable.
           PERFORM GetHomeCurrency.
           PERFORM LoadProducts.
           IF ProdCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin productos activos en prodmaster.idx.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PriceSheet.
           IF SingleRun IS EQUAL TO 'Y' THEN
               PERFORM SheetForCustomer
           ELSE
               PERFORM SheetForClassMember
                   VARYING TermsIdx FROM 1 BY 1
                   UNTIL TermsIdx IS GREATER THAN TermsCount
           END-IF.
           CLOSE CustomerIndexFile, PriceSheet.
           DISPLAY 'Listas de precios:      ' SheetsWritten.
           IF SingleRun IS EQUAL TO 'N' THEN
               DISPLAY 'Omitidos no contactar:  ' DncSkipped
           END-IF.
           IF CustSkipped IS GREATER THAN ZERO THEN
               DISPLAY 'Clientes omitidos:      ' CustSkipped
           END-IF.
           IF SheetsWritten IS EQUAL TO ZERO THEN
               DISPLAY 'No se genero ninguna lista de precios.'
               IF SingleRun IS EQUAL TO 'Y' THEN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE IF NoFxSheets IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadPriceTable.
           OPEN INPUT PriceFile.
           IF PriceStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOnePrice UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PriceFile
           ELSE
               DISPLAY 'No existe prices.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOnePrice.
           READ PriceFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PriceCount IS LESS THAN 999 THEN
                       ADD 1 TO PriceCount
                       MOVE PRFProdName TO PRProdName(PriceCount)
                       MOVE PRFEffectiveDate TO
                           PREffectiveDate(PriceCount)
                       MOVE PRFPrice TO PRPrice(PriceCount)
                   END-IF
           END-READ.

       LoadPriceBreakTable.
           OPEN INPUT PriceBreakFile.
           IF BreakStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO BreakEOF
               PERFORM LoadOnePriceBreak
                   UNTIL BreakEOF IS EQUAL TO 'Y'
               CLOSE PriceBreakFile
           ELSE IF BreakStatus IS EQUAL TO "05" THEN
               CLOSE PriceBreakFile
           END-IF.

       LoadOnePriceBreak.
           READ PriceBreakFile
               AT END MOVE 'Y' TO BreakEOF
               NOT AT END
                   IF BreakCount IS LESS THAN 999 THEN
                       ADD 1 TO BreakCount
                       MOVE PBFProdName TO PBProdName(BreakCount)
                       MOVE PBFEffectiveDate
                           TO PBEffectiveDate(BreakCount)
                       MOVE PBFMinQty TO PBMinQty(BreakCount)
                       MOVE PBFPrice TO PBPrice(BreakCount)
                   END-IF
           END-READ.

       LoadContractTable.
           OPEN INPUT ContractPriceFile.
           IF ContractStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ContractEOF
               PERFORM LoadOneContract
                   UNTIL ContractEOF IS EQUAL TO 'Y'
               CLOSE ContractPriceFile
           ELSE IF ContractStatus IS EQUAL TO "05" THEN
               CLOSE ContractPriceFile
           END-IF.

       LoadOneContract.
           READ ContractPriceFile
               AT END MOVE 'Y' TO ContractEOF
               NOT AT END
                   IF ContractCount IS LESS THAN 999 THEN
                       ADD 1 TO ContractCount
                       MOVE CPFCustID TO CTPCustID(ContractCount)
                       MOVE CPFProdName TO CTPProdName(ContractCount)
                       MOVE CPFStartDate TO CTPStartDate(ContractCount)
                       MOVE CPFEndDate TO CTPEndDate(ContractCount)
                       MOVE CPFPrice TO CTPPrice(ContractCount)
                   END-IF
           END-READ.

       LoadClassTable.
           OPEN INPUT DiscClassFile.
           IF ClassStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ClassEOF
               PERFORM LoadOneClass UNTIL ClassEOF IS EQUAL TO 'Y'
               CLOSE DiscClassFile
           ELSE IF ClassStatus IS EQUAL TO "05" THEN
               CLOSE DiscClassFile
           END-IF.

       LoadOneClass.
           READ DiscClassFile
               AT END MOVE 'Y' TO ClassEOF
               NOT AT END
                   IF ClassCount IS LESS THAN 99 THEN
                       ADD 1 TO ClassCount
                       MOVE FUNCTION UPPER-CASE(DCFClass)
                           TO DCClass(ClassCount)
                       MOVE DCFStartDate TO DCStartDate(ClassCount)
                       MOVE DCFEndDate TO DCEndDate(ClassCount)
                       MOVE DCFPct TO DCPct(ClassCount)
                   END-IF
           END-READ.

       LoadTermsXref.
           OPEN INPUT TermsFile.
           IF TermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TermsEOF
               PERFORM LoadOneTermsXref UNTIL TermsEOF IS EQUAL TO 'Y'
               CLOSE TermsFile
           ELSE IF TermsStatus IS EQUAL TO "05" THEN
               CLOSE TermsFile
           END-IF.

       LoadOneTermsXref.
           READ TermsFile
               AT END MOVE 'Y' TO TermsEOF
               NOT AT END
                   IF TermsCount IS LESS THAN 999 THEN
                       ADD 1 TO TermsCount
                       MOVE CTCustID TO TblTermsCust(TermsCount)
                       MOVE FUNCTION UPPER-CASE(CTDiscClass)
                           TO TblTermsClass(TermsCount)
                       MOVE FUNCTION UPPER-CASE(CTCurrency)
                           TO TblTermsCurr(TermsCount)
                   END-IF
           END-READ.

       LoadFxTable.
           OPEN INPUT FxRateFile.
           IF FxStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO FxEOF
               PERFORM LoadOneFxRate UNTIL FxEOF IS EQUAL TO 'Y'
               CLOSE FxRateFile
           ELSE IF FxStatus IS EQUAL TO "05" THEN
               CLOSE FxRateFile
           END-IF.

       LoadOneFxRate.
           READ FxRateFile
               AT END MOVE 'Y' TO FxEOF
               NOT AT END
                   IF FxCount IS LESS THAN 50 THEN
                       ADD 1 TO FxCount
                       MOVE FUNCTION UPPER-CASE(FXFCurrency)
                           TO FXCurrency(FxCount)
                       MOVE FXFEffectiveDate
                           TO FXEffectiveDate(FxCount)
                       MOVE FXFRate TO FXRate(FxCount)
                   END-IF
           END-READ.

       GetHomeCurrency.
           MOVE 'HOMECURR' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO HomeCurrency
           END-IF.

       LoadProducts.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneProduct UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ProductMaster
           END-IF.

       LoadOneProduct.
           READ ProductMaster
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PMStatus IS NOT EQUAL TO 'D' AND
                       ProdCount IS LESS THAN 500 THEN
                       ADD 1 TO ProdCount
                       MOVE PMProdName TO TblProdName(ProdCount)
                   END-IF
           END-READ.

       SheetForClassMember.
           IF TblTermsClass(TermsIdx) IS EQUAL TO SheetClass THEN
               MOVE TblTermsCust(TermsIdx) TO WantedCust
               PERFORM SheetForCustomer
           END-IF.

       SheetForCustomer.
           MOVE 'N' TO CustOk.
           MOVE WantedCust TO IDXIDNum.
           READ CustomerIndexFile
               INVALID KEY
                   DISPLAY 'Cliente no existe: ' WantedCust
                   ADD 1 TO CustSkipped
               NOT INVALID KEY
                   PERFORM CheckSheetCustomer
           END-READ.
           IF CustOk IS EQUAL TO 'Y' THEN
               PERFORM WriteCustomerSheet
           END-IF.

       CheckSheetCustomer.
           EVALUATE TRUE
               WHEN IDXCustStatus IS NOT EQUAL TO 'A'
                   DISPLAY 'Cliente no activo: ' WantedCust
                   ADD 1 TO CustSkipped
               WHEN IDXCustMergedTo IS NUMERIC AND
                   IDXCustMergedTo IS GREATER THAN ZERO
                   DISPLAY 'Cliente fusionado: ' WantedCust
                   ADD 1 TO CustSkipped
               WHEN SingleRun IS EQUAL TO 'N' AND
                   IDXCustDoNotContact IS EQUAL TO 'Y'
                   ADD 1 TO DncSkipped
               WHEN OTHER
                   MOVE 'Y' TO CustOk
           END-EVALUATE.

       WriteCustomerSheet.
           PERFORM GetCustTerms.
           PERFORM SetSheetCurrency.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           IF SheetsWritten IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               WRITE PrintLine
           END-IF.
           MOVE SheetDate TO PrnSheetDate.
           WRITE PrintLine FROM SheetHeading.
           MOVE WantedCust TO PrnCustID.
           MOVE FormattedName TO PrnCustName.
           WRITE PrintLine FROM CustomerLine.
           MOVE CustDiscClass TO PrnClass.
           MOVE SheetCurrency TO PrnCurrency.
           MOVE FxRateUsed TO PrnFxRate.
           WRITE PrintLine FROM TermsLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnLine.
           PERFORM WriteProductPrices
               VARYING PDI FROM 1 BY 1
               UNTIL PDI IS GREATER THAN ProdCount.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ContractHeading.
           MOVE ZERO TO ContractLines.
           IF ContractCount IS GREATER THAN ZERO THEN
               PERFORM ListOneContract
                   VARYING CTI FROM 1 BY 1
                   UNTIL CTI IS GREATER THAN ContractCount
           END-IF.
           IF ContractLines IS EQUAL TO ZERO THEN
               WRITE PrintLine FROM NoContractLine
           END-IF.
           ADD 1 TO SheetsWritten.

       GetCustTerms.
           MOVE SPACE TO CustDiscClass.
           MOVE SPACE TO CustCurrency.
           IF TermsCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneTermsXref
                   VARYING TXI FROM 1 BY 1
                   UNTIL TXI IS GREATER THAN TermsCount
           END-IF.

       CheckOneTermsXref.
           IF TblTermsCust(TXI) IS EQUAL TO WantedCust THEN
               MOVE TblTermsClass(TXI) TO CustDiscClass
               MOVE TblTermsCurr(TXI) TO CustCurrency
           END-IF.

       SetSheetCurrency.
           MOVE 1 TO FxRateUsed.
           IF CustCurrency IS EQUAL TO SPACE OR
               CustCurrency IS EQUAL TO HomeCurrency THEN
               MOVE HomeCurrency TO SheetCurrency
           ELSE
               MOVE CustCurrency TO SheetCurrency
               PERFORM LookupFxRate
               IF FxFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Sin tipo de cambio para ' CustCurrency
                       ', cliente ' WantedCust ' en ' HomeCurrency '.'
                   MOVE HomeCurrency TO SheetCurrency
                   MOVE 1 TO FxRateUsed
                   ADD 1 TO NoFxSheets
               END-IF
           END-IF.

       LookupFxRate.
           MOVE 'N' TO FxFound.
           MOVE ZERO TO BestFxDate.
           MOVE ZERO TO FxRateUsed.
           IF FxCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneFxRate
                   VARYING FXI FROM 1 BY 1
                   UNTIL FXI IS GREATER THAN FxCount
           END-IF.

       CheckOneFxRate.
           IF FXCurrency(FXI) IS EQUAL TO CustCurrency AND
               FXEffectiveDate(FXI) IS NOT GREATER THAN SheetDate
               THEN
               IF FxFound IS EQUAL TO 'N' OR
                   FXEffectiveDate(FXI) IS GREATER THAN BestFxDate
                   THEN
                   MOVE FXRate(FXI) TO FxRateUsed
                   MOVE FXEffectiveDate(FXI) TO BestFxDate
                   MOVE 'Y' TO FxFound
               END-IF
           END-IF.

       WriteProductPrices.
           MOVE TblProdName(PDI) TO LookupProd.
           PERFORM LookupPrice.
           IF PriceFound IS EQUAL TO 'Y' THEN
               MOVE UnitPrice TO BasePrice
               MOVE ZERO TO TierLines
               MOVE 1 TO TierQty
               PERFORM WriteOneTier UNTIL TierQty IS EQUAL TO ZERO
           END-IF.

       WriteOneTier.
           MOVE BasePrice TO UnitPrice.
           MOVE TierQty TO BreakCheckQty.
           PERFORM LookupPriceBreak.
           IF BreakFound IS EQUAL TO 'Y' THEN
               MOVE BreakPrice TO UnitPrice
           END-IF.
           PERFORM ApplyContractOrClass.
           COMPUTE SheetListPrice ROUNDED = ListPrice * FxRateUsed.
           COMPUTE SheetNetPrice ROUNDED = UnitPrice * FxRateUsed.
           IF TierLines IS EQUAL TO ZERO THEN
               MOVE LookupProd TO PrnProd
           ELSE
               MOVE SPACE TO PrnProd
           END-IF.
           MOVE TierQty TO PrnTierQty.
           MOVE SheetListPrice TO PrnListPrice.
           MOVE SheetNetPrice TO PrnNetPrice.
           MOVE SPACE TO PrnContractEnd.
           EVALUATE PriceNote
               WHEN 'C'
                   MOVE 'Contrato' TO PrnPriceType
                   MOVE ContractEnd TO PrnContractEnd
               WHEN 'D'
                   MOVE 'Desc. clase' TO PrnPriceType
               WHEN OTHER
                   MOVE 'Lista' TO PrnPriceType
           END-EVALUATE.
           WRITE PrintLine FROM DetailLine.
           ADD 1 TO TierLines.
           IF PriceNote IS EQUAL TO 'C' THEN
               MOVE ZERO TO TierQty
           ELSE
               PERFORM FindNextTier
               MOVE NextTierQty TO TierQty
           END-IF.

       FindNextTier.
           MOVE ZERO TO NextTierQty.
           IF BreakCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneNextTier
                   VARYING PBI FROM 1 BY 1
                   UNTIL PBI IS GREATER THAN BreakCount
           END-IF.

       CheckOneNextTier.
           IF FUNCTION UPPER-CASE(PBProdName(PBI)) IS EQUAL TO
               FUNCTION UPPER-CASE(LookupProd) AND
               PBEffectiveDate(PBI) IS NOT GREATER THAN SheetDate AND
               PBMinQty(PBI) IS GREATER THAN TierQty THEN
               IF NextTierQty IS EQUAL TO ZERO OR
                   PBMinQty(PBI) IS LESS THAN NextTierQty THEN
                   MOVE PBMinQty(PBI) TO NextTierQty
               END-IF
           END-IF.

       LookupPrice.
           MOVE 'N' TO PriceFound.
           MOVE ZERO TO BestPriceDate.
           MOVE ZERO TO UnitPrice.
           IF PriceCount IS GREATER THAN ZERO THEN
               PERFORM CheckOnePrice
                   VARYING PRI FROM 1 BY 1
                   UNTIL PRI IS GREATER THAN PriceCount
           END-IF.

       CheckOnePrice.
           IF FUNCTION UPPER-CASE(PRProdName(PRI)) IS EQUAL TO
               FUNCTION UPPER-CASE(LookupProd) AND
               PREffectiveDate(PRI) IS NOT GREATER THAN SheetDate
               THEN
               IF PriceFound IS EQUAL TO 'N' OR
                   PREffectiveDate(PRI) IS GREATER THAN BestPriceDate
                   THEN
                   MOVE PRPrice(PRI) TO UnitPrice
                   MOVE PREffectiveDate(PRI) TO BestPriceDate
                   MOVE 'Y' TO PriceFound
               END-IF
           END-IF.

       LookupPriceBreak.
           MOVE 'N' TO BreakFound.
           MOVE ZERO TO BestBreakQty.
           MOVE ZERO TO BestBreakDate.
           MOVE ZERO TO BreakPrice.
           IF BreakCount IS GREATER THAN ZERO THEN
               PERFORM CheckOnePriceBreak
                   VARYING PBI FROM 1 BY 1
                   UNTIL PBI IS GREATER THAN BreakCount
           END-IF.

       CheckOnePriceBreak.
           IF FUNCTION UPPER-CASE(PBProdName(PBI)) IS EQUAL TO
               FUNCTION UPPER-CASE(LookupProd) AND
               PBEffectiveDate(PBI) IS NOT GREATER THAN SheetDate
               AND PBMinQty(PBI) IS NOT GREATER THAN BreakCheckQty
               THEN
               IF PBMinQty(PBI) IS GREATER THAN BestBreakQty OR
                   (PBMinQty(PBI) IS EQUAL TO BestBreakQty AND
                   PBEffectiveDate(PBI) IS GREATER THAN
                       BestBreakDate) THEN
                   MOVE PBPrice(PBI) TO BreakPrice
                   MOVE PBMinQty(PBI) TO BestBreakQty
                   MOVE PBEffectiveDate(PBI) TO BestBreakDate
                   MOVE 'Y' TO BreakFound
               END-IF
           END-IF.

       ApplyContractOrClass.
           MOVE UnitPrice TO ListPrice.
           MOVE SPACE TO PriceNote.
           PERFORM LookupContractPrice.
           IF ContractFound IS EQUAL TO 'Y' THEN
               MOVE ContractPrice TO UnitPrice
               MOVE 'C' TO PriceNote
           ELSE IF CustDiscClass IS NOT EQUAL TO SPACE THEN
               PERFORM LookupClassDiscount
               IF ClassFound IS EQUAL TO 'Y' AND
                   ClassPct IS GREATER THAN ZERO THEN
                   COMPUTE UnitPrice ROUNDED =
                       ListPrice - (ListPrice * ClassPct)
                   MOVE 'D' TO PriceNote
               END-IF
           END-IF.

       LookupContractPrice.
           MOVE 'N' TO ContractFound.
           MOVE ZERO TO BestContractStart.
           MOVE ZERO TO ContractPrice.
           MOVE ZERO TO ContractEnd.
           IF ContractCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneContract
                   VARYING CTI FROM 1 BY 1
                   UNTIL CTI IS GREATER THAN ContractCount
           END-IF.

       CheckOneContract.
           IF CTPCustID(CTI) IS EQUAL TO WantedCust
               AND FUNCTION UPPER-CASE(CTPProdName(CTI)) IS EQUAL TO
                   FUNCTION UPPER-CASE(LookupProd) AND
               CTPStartDate(CTI) IS NOT GREATER THAN SheetDate AND
               CTPEndDate(CTI) IS NOT LESS THAN SheetDate THEN
               IF ContractFound IS EQUAL TO 'N' OR
                   CTPStartDate(CTI) IS GREATER THAN
                       BestContractStart THEN
                   MOVE CTPPrice(CTI) TO ContractPrice
                   MOVE CTPStartDate(CTI) TO BestContractStart
                   MOVE CTPEndDate(CTI) TO ContractEnd
                   MOVE 'Y' TO ContractFound
               END-IF
           END-IF.

       LookupClassDiscount.
           MOVE 'N' TO ClassFound.
           MOVE ZERO TO BestClassStart.
           MOVE ZERO TO ClassPct.
           IF ClassCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneClass
                   VARYING DCI FROM 1 BY 1
                   UNTIL DCI IS GREATER THAN ClassCount
           END-IF.

       CheckOneClass.
           IF DCClass(DCI) IS EQUAL TO CustDiscClass AND
               DCStartDate(DCI) IS NOT GREATER THAN SheetDate AND
               DCEndDate(DCI) IS NOT LESS THAN SheetDate THEN
               IF ClassFound IS EQUAL TO 'N' OR
                   DCStartDate(DCI) IS GREATER THAN BestClassStart
                   THEN
                   MOVE DCPct(DCI) TO ClassPct
                   MOVE DCStartDate(DCI) TO BestClassStart
                   MOVE 'Y' TO ClassFound
               END-IF
           END-IF.

       ListOneContract.
           IF CTPCustID(CTI) IS EQUAL TO WantedCust AND
               CTPEndDate(CTI) IS NOT LESS THAN SheetDate THEN
               IF ContractLines IS EQUAL TO ZERO THEN
                   WRITE PrintLine FROM ContractColumns
               END-IF
               MOVE CTPProdName(CTI) TO PrnCtrProd
               MOVE CTPStartDate(CTI) TO PrnCtrStart
               MOVE CTPEndDate(CTI) TO PrnCtrEnd
               COMPUTE SheetNetPrice ROUNDED =
                   CTPPrice(CTI) * FxRateUsed
               MOVE SheetNetPrice TO PrnCtrPrice
               WRITE PrintLine FROM ContractLine
               ADD 1 TO ContractLines
           END-IF.
