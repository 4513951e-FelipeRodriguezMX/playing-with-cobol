       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL ArchiveJournal
               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT OPTIONAL InvLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLinesStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
           SELECT OPTIONAL CarrierFile ASSIGN TO "./carriers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CarrierStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT OPTIONAL WaivedFile ASSIGN TO "./nsf-waived.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaivedStatus.
           SELECT OPTIONAL ContractPriceFile
               ASSIGN TO "./contract-prices.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContractStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT SortWorkFile ASSIGN TO "./custprof.tmp".
           SELECT RankedFile ASSIGN TO "./custprofranked.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PctRankedFile ASSIGN TO "./custprofpct.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProfitReport ASSIGN TO "./CustProfit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJDocType PIC X.
           02 FILLER PIC X(59).

       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(126).

       FD InvLinesFile.
       01 InvLineRecord.
           02 InvRecType PIC X.
           02 FILLER PIC X.
           02 InvNum PIC 9(6).
           02 FILLER PIC X.
           02 InvField1 PIC X(8).
           02 InvField2 PIC X(5).
           02 FILLER PIC X(5).

       FD PayHistFile.
       01 PayHistRecord.
           02 PHDate PIC 9(8).
           02 FILLER PIC X.
           02 PHCustID PIC 9(5).
           02 FILLER PIC X.
           02 PHAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PHInvNum PIC 9(6).
           02 FILLER PIC X.
           02 PHType PIC X.

       FD TrackingFile.
       01 TrackingRecord.
           02 TrkOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 TrkCustID PIC 9(5).
           02 FILLER PIC X.
           02 TrkDate PIC 9(8).
           02 FILLER PIC X.
           02 TrkCarrier PIC X(3).
           02 FILLER PIC X.
           02 TrkTracking PIC X(20).
           02 FILLER PIC X.
           02 TrkPackages PIC 9(3).
           02 FILLER PIC X.
           02 TrkWeight PIC 9(5)V9.

       FD CarrierFile.
       01 CarrierRecord.
           02 CARCode PIC X(3).
           02 FILLER PIC X.
           02 CARName PIC X(20).
           02 FILLER PIC X.
           02 CARBasis PIC X.
           02 FILLER PIC X.
           02 CARRate PIC 9(4)V99.
           02 FILLER PIC X.
           02 CARTaxable PIC X.

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD WaivedFile.
       01 WaivedRecord.
           02 NWDate PIC 9(8).
           02 FILLER PIC X.
           02 NWCustID PIC 9(5).
           02 FILLER PIC X.
           02 NWAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 NWOperator PIC X(8).

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

       SD SortWorkFile.
       01 SortRecord.
           02 SortContrib PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 SortPct PIC S9(5)V9 SIGN LEADING SEPARATE.
           02 SortCustID PIC 9(5).
           02 SortIdx PIC 9(5).

       FD RankedFile.
       01 RankedRecord.
           02 RnkContrib PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RnkPct PIC S9(5)V9 SIGN LEADING SEPARATE.
           02 RnkCustID PIC 9(5).
           02 RnkIdx PIC 9(5).

       FD PctRankedFile.
       01 PctRankedRecord.
           02 PRkContrib PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 PRkPct PIC S9(5)V9 SIGN LEADING SEPARATE.
           02 PRkCustID PIC 9(5).
           02 PRkIdx PIC 9(5).

       FD ProfitReport.
       01 PrintLine PIC X(111).

       WORKING-STORAGE SECTION.
       01 JournalStatus PIC XX.
       01 ArchStatus PIC XX.
       01 InvLinesStatus PIC XX.
       01 HistStatus PIC XX.
       01 TrackStatus PIC XX.
       01 CarrierStatus PIC XX.
       01 CostStatus PIC XX.
       01 WaivedStatus PIC XX.
       01 ContractStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X.
       01 RankedEOF PIC X.
       01 ArchiveName PIC X(30).
       01 BusinessDate PIC 9(8).
       01 FromParam PIC X(8).
       01 ToParam PIC X(8).
       01 FromDate PIC 9(8).
       01 ToDate PIC 9(8).
       01 FromYear PIC 9(4).
       01 ToYear PIC 9(4).
       01 ArchYear PIC 9(4).
       01 PctLimitA PIC 9(3)V9 VALUE 80.
       01 PctLimitB PIC 9(3)V9 VALUE 95.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).

       01 CustCount PIC 9(5) VALUE ZERO.
       01 CustTable.
           02 CustEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON CustCount
               INDEXED BY CUI.
               03 TblCustID PIC 9(5).
               03 TblCustName PIC X(20).
               03 TblInvoices PIC 9(5).
               03 TblSales PIC 9(8)V99.
               03 TblCogs PIC 9(8)V99.
               03 TblFreightCost PIC 9(8)V99.
               03 TblFreightBilled PIC 9(8)V99.
               03 TblFreightAbsorbed PIC 9(8)V99.
               03 TblCredits PIC 9(8)V99.
               03 TblWriteOffs PIC 9(8)V99.
               03 TblDiscounts PIC 9(8)V99.
               03 TblNsfWaived PIC 9(8)V99.
               03 TblFinCharges PIC S9(8)V99.
               03 TblContrib PIC S9(9)V99.
               03 TblPct PIC S9(5)V9.
               03 TblPctKnown PIC X.
               03 TblContribRank PIC 9(5).
               03 TblPctRank PIC 9(5).
               03 TblSegment PIC X(7).
               03 TblContracts PIC 9(3).
       01 CustIdx PIC 9(5).
       01 FoundIdx PIC 9(5).
       01 WantedCust PIC 9(5).
       01 CustTableFull PIC 9(5) VALUE ZERO.

       01 InvCount PIC 9(5) VALUE ZERO.
       01 InvTable.
           02 InvEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON InvCount
               INDEXED BY IVI.
               03 TblInvNum PIC 9(6).
               03 TblInvCustIdx PIC 9(5).
       01 InvIdx PIC 9(5).
       01 InvFoundIdx PIC 9(5).
       01 WantedInv PIC 9(6).

       01 FeeCount PIC 9(5) VALUE ZERO.
       01 FeeTable.
           02 FeeEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON FeeCount
               INDEXED BY FEI.
               03 TblFeeInv PIC 9(6).
       01 FeeIdx PIC 9(5).
       01 FeeFound PIC X.

       01 CostCount PIC 9(2) VALUE ZERO.
       01 CostTable.
           02 CostEntry
               OCCURS 1 TO 99 TIMES
               DEPENDING ON CostCount
               INDEXED BY CSI.
               03 CSProdName PIC X(5).
               03 CSEffectiveDate PIC 9(8).
               03 CSCost PIC 9(4)V99.
       01 CostFound PIC X.
       01 BestCostDate PIC 9(8).
       01 UnitCost PIC 9(4)V99.
       01 LookupProd PIC X(5).

       01 CarrierCount PIC 9(3) VALUE ZERO.
       01 CarrierTable.
           02 CarrierEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON CarrierCount
               INDEXED BY CAI.
               03 TblCarCode PIC X(3).
               03 TblCarBasis PIC X.
               03 TblCarRate PIC 9(4)V99.
       01 CarFoundIdx PIC 9(3).
       01 ShipmentCost PIC 9(6)V99.

       01 CurrentInvDate PIC 9(8).
       01 CurrentCustIdx PIC 9(5).
       01 LineQtyText PIC X(3).
       01 LineQty PIC 9(3).
       01 LineCostText PIC X(6).
       01 LineCostValue REDEFINES LineCostText PIC 9(4)V99.
       01 LinesNoCost PIC 9(6) VALUE ZERO.
       01 ShipmentsNoCarrier PIC 9(6) VALUE ZERO.
       01 RowsRead PIC 9(6) VALUE ZERO.
       01 ArchRowsRead PIC 9(6) VALUE ZERO.
       01 FormattedName PIC X(63).

       01 RankNo PIC 9(5).
       01 TotalPositive PIC S9(10)V99 VALUE ZERO.
       01 RunningContrib PIC S9(10)V99 VALUE ZERO.
       01 CumPct PIC 9(3)V9.
       01 CountA PIC 9(5) VALUE ZERO.
       01 CountB PIC 9(5) VALUE ZERO.
       01 CountC PIC 9(5) VALUE ZERO.
       01 CountLoss PIC 9(5) VALUE ZERO.
       01 TotSales PIC S9(10)V99 VALUE ZERO.
       01 TotCogs PIC S9(10)V99 VALUE ZERO.
       01 TotDeductions PIC S9(10)V99 VALUE ZERO.
       01 TotFinCharges PIC S9(10)V99 VALUE ZERO.
       01 TotContrib PIC S9(10)V99 VALUE ZERO.
       01 Deductions PIC S9(9)V99.
       01 WorkPct PIC S9(5)V9.

       01 ReportHeading PIC X(60) VALUE
           "Rentabilidad por cliente".
       01 PeriodLine.
           02 FILLER PIC X(9) VALUE "Periodo: ".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(3) VALUE " a ".
           02 PrnTo PIC 9(8).
       01 ContribHeading PIC X(60) VALUE
           "Clientes por contribucion".
       01 ContribColumns.
           02 FILLER PIC X(50) VALUE
               " Pos Clie  Nombre                   Ventas      Co".
           02 FILLER PIC X(50) VALUE
               "sto  Deduccion  CargosFin     Contrib    %Mg %Pos ".
           02 FILLER PIC X(11) VALUE
               "Seg     Ctr".
       01 ContribLine.
           02 PrnRank PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCustName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSales PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCogs PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDeductions PIC ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFinCharges PIC -ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnContrib PIC -ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPct PIC -ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctRank PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSegment PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContracts PIC ZZ9.
       01 DeductHeading PIC X(60) VALUE
           "Deducciones por cliente".
       01 DeductColumns.
           02 FILLER PIC X(50) VALUE
               "Clie   Flete absorb  Notas cred.     Castigos  Des".
           02 FILLER PIC X(38) VALUE
               "c.p.pago    NSF condon.  Cargos fin.".
       01 DeductLine.
           02 PrnDedCust PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDedFreight PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDedCredits PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDedWriteOffs PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDedDiscounts PIC ZZZZZZZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnDedNsf PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDedFinCharges PIC -ZZZZZZZ9.99.
       01 PctHeading PIC X(60) VALUE
           "Clientes por margen de contribucion".
       01 PctColumns.
           02 FILLER PIC X(40) VALUE
               " Pos Clie  Nombre                  %Mg  ".
           02 FILLER PIC X(40) VALUE
               "   Contrib     Ventas  Seg".
       01 PctLine.
           02 PrnPctPos PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctCust PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctPct PIC -ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctContrib PIC -ZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPctSales PIC ZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPctSegment PIC X(7).
       01 TotalLine.
           02 PrnTotLabel PIC X(32).
           02 PrnTotValue PIC -ZZZZZZZZ9.99.
       01 SegmentLine.
           02 FILLER PIC X(12) VALUE "Segmento A: ".
           02 PrnCountA PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "   B: ".
           02 PrnCountB PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE "   C: ".
           02 PrnCountC PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE "   Perdida: ".
           02 PrnCountLoss PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO ToDate.
           MOVE BusinessDate TO FromDate.
           MOVE '0101' TO FromDate(5:4).
           ACCEPT FromParam FROM ENVIRONMENT "PROFIT_FROM".
           IF FUNCTION TEST-NUMVAL(FromParam) IS EQUAL TO ZERO AND
               FromParam IS NOT EQUAL TO SPACE THEN
               COMPUTE FromDate = FUNCTION NUMVAL(FromParam)
           END-IF.
           ACCEPT ToParam FROM ENVIRONMENT "PROFIT_TO".
           IF FUNCTION TEST-NUMVAL(ToParam) IS EQUAL TO ZERO AND
               ToParam IS NOT EQUAL TO SPACE THEN
               COMPUTE ToDate = FUNCTION NUMVAL(ToParam)
           END-IF.
           IF FromDate IS GREATER THAN ToDate THEN
               DISPLAY 'PROFIT_FROM posterior a PROFIT_TO.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FromDate(1:4) TO FromYear.
           MOVE ToDate(1:4) TO ToYear.
           PERFORM ReadSegmentParms.
           PERFORM LoadCostTable.
           PERFORM LoadCarrierTable.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM TallyOneJournalRow UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE SalesJournal.
           PERFORM TallyArchiveYear
               VARYING ArchYear FROM FromYear BY 1
               UNTIL ArchYear IS GREATER THAN ToYear.
           PERFORM TallyInvoiceLines.
           PERFORM TallyPayments.
           PERFORM TallyShipments.
           PERFORM TallyWaivedFees.
           IF CustCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin movimiento de clientes en el periodo.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CountContracts.
           PERFORM LoadCustomerNames.
           PERFORM ComputeContribution
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.
           SORT SortWorkFile ON DESCENDING KEY SortContrib
               ASCENDING KEY SortCustID
               INPUT PROCEDURE IS ReleaseCustomers
               GIVING RankedFile.
           SORT SortWorkFile ON DESCENDING KEY SortPct
               ASCENDING KEY SortCustID
               INPUT PROCEDURE IS ReleasePctCustomers
               GIVING PctRankedFile.
           PERFORM AssignSegments.
           PERFORM AssignPctRanks.
           PERFORM WriteProfitReport.
           DISPLAY 'Clientes con movimiento: ' CustCount.
           DISPLAY 'Segmento A:              ' CountA.
           DISPLAY 'Segmento B:              ' CountB.
           DISPLAY 'Segmento C:              ' CountC.
           DISPLAY 'Con perdida:             ' CountLoss.
           IF LinesNoCost IS GREATER THAN ZERO THEN
               DISPLAY 'Renglones sin costo:     ' LinesNoCost
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF ShipmentsNoCarrier IS GREATER THAN ZERO THEN
               DISPLAY 'Embarques sin tarifa:    ' ShipmentsNoCarrier
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CustTableFull IS GREATER THAN ZERO THEN
               DISPLAY 'Tabla de clientes llena: ' CustTableFull
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadSegmentParms.
           MOVE 'PROFPCTA' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE PctLimitA = FUNCTION NUMVAL(ParmValue)
           END-IF.
           MOVE 'PROFPCTB' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE PctLimitB = FUNCTION NUMVAL(ParmValue)
           END-IF.
           IF PctLimitB IS LESS THAN PctLimitA THEN
               MOVE PctLimitA TO PctLimitB
           END-IF.

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCost UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate
                           TO CSEffectiveDate(CostCount)
                       MOVE CSFCost TO CSCost(CostCount)
                   END-IF
           END-READ.

       LookupCost.
           MOVE 'N' TO CostFound.
           MOVE ZERO TO BestCostDate.
           MOVE ZERO TO UnitCost.
           IF CostCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneCost
                   VARYING CSI FROM 1 BY 1
                   UNTIL CSI IS GREATER THAN CostCount
           END-IF.

       CheckOneCost.
           IF FUNCTION UPPER-CASE(CSProdName(CSI)) IS EQUAL TO
               FUNCTION UPPER-CASE(LookupProd) AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN CurrentInvDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       LoadCarrierTable.
           OPEN INPUT CarrierFile.
           IF CarrierStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCarrier UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CarrierFile
           ELSE IF CarrierStatus IS EQUAL TO "05" THEN
               CLOSE CarrierFile
           END-IF.

       LoadOneCarrier.
           READ CarrierFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CarrierCount IS LESS THAN 50 THEN
                       ADD 1 TO CarrierCount
                       MOVE FUNCTION UPPER-CASE(CARCode)
                           TO TblCarCode(CarrierCount)
                       MOVE FUNCTION UPPER-CASE(CARBasis)
                           TO TblCarBasis(CarrierCount)
                       MOVE CARRate TO TblCarRate(CarrierCount)
                   END-IF
           END-READ.

       TallyOneJournalRow.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO RowsRead
                   PERFORM TallyJournalRow
           END-READ.

       TallyArchiveYear.
           MOVE SPACE TO ArchiveName.
           STRING './sales-journal-' DELIMITED BY SIZE
               ArchYear DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ArchiveName
           END-STRING.
           OPEN INPUT ArchiveJournal.
           IF ArchStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneArchiveRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ArchiveJournal
           ELSE IF ArchStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveJournal
           END-IF.

       TallyOneArchiveRow.
           READ ArchiveJournal INTO SalesJournalRecord
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO ArchRowsRead
                   PERFORM TallyJournalRow
           END-READ.

       TallyJournalRow.
           IF SJDocType IS EQUAL TO 'F' THEN
               IF FeeCount IS LESS THAN 5000 THEN
                   ADD 1 TO FeeCount
                   MOVE SJInvNum TO TblFeeInv(FeeCount)
               END-IF
           ELSE IF SJDate IS NOT LESS THAN FromDate AND
               SJDate IS NOT GREATER THAN ToDate AND
               SJSubtotal IS NUMERIC THEN
               MOVE SJCustID TO WantedCust
               PERFORM FindOrAddCustomer
               IF FoundIdx IS GREATER THAN ZERO THEN
                   PERFORM PostJournalRow
               END-IF
           END-IF.

       PostJournalRow.
           IF SJDocType IS EQUAL TO 'C' THEN
               ADD SJSubtotal TO TblCredits(FoundIdx)
           ELSE
               ADD 1 TO TblInvoices(FoundIdx)
               IF SJFreight IS NUMERIC AND
                   SJFreight IS NOT GREATER THAN SJSubtotal THEN
                   COMPUTE TblSales(FoundIdx) =
                       TblSales(FoundIdx) + SJSubtotal - SJFreight
                   ADD SJFreight TO TblFreightBilled(FoundIdx)
               ELSE
                   ADD SJSubtotal TO TblSales(FoundIdx)
               END-IF
               IF InvCount IS LESS THAN 20000 THEN
                   ADD 1 TO InvCount
                   MOVE SJInvNum TO TblInvNum(InvCount)
                   MOVE FoundIdx TO TblInvCustIdx(InvCount)
               END-IF
           END-IF.

       FindOrAddCustomer.
           PERFORM FindCustomer.
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS LESS THAN 5000 THEN
                   ADD 1 TO CustCount
                   MOVE WantedCust TO TblCustID(CustCount)
                   MOVE SPACE TO TblCustName(CustCount)
                   MOVE ZERO TO TblInvoices(CustCount)
                   MOVE ZERO TO TblSales(CustCount)
                   MOVE ZERO TO TblCogs(CustCount)
                   MOVE ZERO TO TblFreightCost(CustCount)
                   MOVE ZERO TO TblFreightBilled(CustCount)
                   MOVE ZERO TO TblFreightAbsorbed(CustCount)
                   MOVE ZERO TO TblCredits(CustCount)
                   MOVE ZERO TO TblWriteOffs(CustCount)
                   MOVE ZERO TO TblDiscounts(CustCount)
                   MOVE ZERO TO TblNsfWaived(CustCount)
                   MOVE ZERO TO TblFinCharges(CustCount)
                   MOVE ZERO TO TblContrib(CustCount)
                   MOVE ZERO TO TblPct(CustCount)
                   MOVE 'N' TO TblPctKnown(CustCount)
                   MOVE ZERO TO TblContribRank(CustCount)
                   MOVE ZERO TO TblPctRank(CustCount)
                   MOVE SPACE TO TblSegment(CustCount)
                   MOVE ZERO TO TblContracts(CustCount)
                   MOVE CustCount TO FoundIdx
               ELSE
                   ADD 1 TO CustTableFull
               END-IF
           END-IF.

       FindCustomer.
           MOVE ZERO TO FoundIdx.
           IF CustCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCustomer
                   VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx IS GREATER THAN CustCount
           END-IF.

       FindOneCustomer.
           IF TblCustID(CustIdx) IS EQUAL TO WantedCust AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE CustIdx TO FoundIdx
           END-IF.

       TallyInvoiceLines.
           OPEN INPUT InvLinesFile.
           IF InvLinesStatus IS EQUAL TO "00" THEN
               MOVE ZERO TO CurrentCustIdx
               MOVE 'N' TO WSEOF
               PERFORM TallyOneInvoiceLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE InvLinesFile
           ELSE
               IF InvLinesStatus IS EQUAL TO "05" THEN
                   CLOSE InvLinesFile
               END-IF
               DISPLAY 'Sin sales-lines.dat, costo en cero.'
           END-IF.

       TallyOneInvoiceLine.
           READ InvLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF InvRecType IS EQUAL TO 'H' THEN
                       MOVE InvField1 TO CurrentInvDate
                       MOVE InvNum TO WantedInv
                       PERFORM FindInvoice
                       IF InvFoundIdx IS GREATER THAN ZERO THEN
                           MOVE TblInvCustIdx(InvFoundIdx)
                               TO CurrentCustIdx
                       ELSE
                           MOVE ZERO TO CurrentCustIdx
                       END-IF
                   ELSE IF InvRecType IS EQUAL TO 'L' AND
                       CurrentCustIdx IS GREATER THAN ZERO THEN
                       PERFORM CostOneLine
                   END-IF
           END-READ.

       CostOneLine.
           MOVE InvField2(1:3) TO LineQtyText.
           IF LineQtyText IS NUMERIC THEN
               MOVE LineQtyText TO LineQty
           ELSE
               MOVE ZERO TO LineQty
           END-IF.
           MOVE InvLineRecord(22:6) TO LineCostText.
           IF LineCostText IS NUMERIC THEN
               COMPUTE TblCogs(CurrentCustIdx) =
                   TblCogs(CurrentCustIdx) + (LineCostValue * LineQty)
           ELSE
               MOVE InvField1(1:5) TO LookupProd
               PERFORM LookupCost
               IF CostFound IS EQUAL TO 'Y' THEN
                   COMPUTE TblCogs(CurrentCustIdx) =
                       TblCogs(CurrentCustIdx) + (UnitCost * LineQty)
               ELSE
                   ADD 1 TO LinesNoCost
               END-IF
           END-IF.

       FindInvoice.
           MOVE ZERO TO InvFoundIdx.
           IF InvCount IS GREATER THAN ZERO THEN
               PERFORM FindOneInvoice
                   VARYING InvIdx FROM 1 BY 1
                   UNTIL InvIdx IS GREATER THAN InvCount
           END-IF.

       FindOneInvoice.
           IF TblInvNum(InvIdx) IS EQUAL TO WantedInv AND
               InvFoundIdx IS EQUAL TO ZERO THEN
               MOVE InvIdx TO InvFoundIdx
           END-IF.

       TallyPayments.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOnePayment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.

       TallyOnePayment.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PHDate IS NOT LESS THAN FromDate AND
                       PHDate IS NOT GREATER THAN ToDate AND
                       PHAmount IS NUMERIC THEN
                       PERFORM PostOnePayment
                   END-IF
           END-READ.

       PostOnePayment.
           EVALUATE PHType
               WHEN 'W'
                   PERFORM FindPaymentCustomer
                   IF FoundIdx IS GREATER THAN ZERO THEN
                       ADD PHAmount TO TblWriteOffs(FoundIdx)
                   END-IF
               WHEN 'E'
                   PERFORM FindPaymentCustomer
                   IF FoundIdx IS GREATER THAN ZERO THEN
                       ADD PHAmount TO TblDiscounts(FoundIdx)
                   END-IF
               WHEN SPACE
               WHEN 'L'
                   PERFORM CheckFeeInvoice
                   IF FeeFound IS EQUAL TO 'Y' THEN
                       PERFORM FindPaymentCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           ADD PHAmount TO TblFinCharges(FoundIdx)
                       END-IF
                   END-IF
               WHEN 'R'
                   PERFORM CheckFeeInvoice
                   IF FeeFound IS EQUAL TO 'Y' THEN
                       PERFORM FindPaymentCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           SUBTRACT PHAmount
                               FROM TblFinCharges(FoundIdx)
                       END-IF
                   END-IF
           END-EVALUATE.

       FindPaymentCustomer.
           MOVE PHCustID TO WantedCust.
           PERFORM FindOrAddCustomer.

       CheckFeeInvoice.
           MOVE 'N' TO FeeFound.
           IF FeeCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneFee
                   VARYING FeeIdx FROM 1 BY 1
                   UNTIL FeeIdx IS GREATER THAN FeeCount
           END-IF.

       CheckOneFee.
           IF TblFeeInv(FeeIdx) IS EQUAL TO PHInvNum THEN
               MOVE 'Y' TO FeeFound
           END-IF.

       TallyShipments.
           OPEN INPUT TrackingFile.
           IF TrackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE TrackingFile
           ELSE IF TrackStatus IS EQUAL TO "05" THEN
               CLOSE TrackingFile
           END-IF.

       TallyOneShipment.
           READ TrackingFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF TrkDate IS NOT LESS THAN FromDate AND
                       TrkDate IS NOT GREATER THAN ToDate THEN
                       PERFORM CostOneShipment
                   END-IF
           END-READ.

       CostOneShipment.
           MOVE ZERO TO CarFoundIdx.
           IF CarrierCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCarrier
                   VARYING CAI FROM 1 BY 1
                   UNTIL CAI IS GREATER THAN CarrierCount
           END-IF.
           IF CarFoundIdx IS EQUAL TO ZERO THEN
               ADD 1 TO ShipmentsNoCarrier
           ELSE
               IF TblCarBasis(CarFoundIdx) IS EQUAL TO 'U' AND
                   TrkPackages IS NUMERIC THEN
                   COMPUTE ShipmentCost =
                       TblCarRate(CarFoundIdx) * TrkPackages
               ELSE
                   MOVE TblCarRate(CarFoundIdx) TO ShipmentCost
               END-IF
               MOVE TrkCustID TO WantedCust
               PERFORM FindOrAddCustomer
               IF FoundIdx IS GREATER THAN ZERO THEN
                   ADD ShipmentCost TO TblFreightCost(FoundIdx)
               END-IF
           END-IF.

       FindOneCarrier.
           IF TblCarCode(CAI) IS EQUAL TO
               FUNCTION UPPER-CASE(TrkCarrier) AND
               CarFoundIdx IS EQUAL TO ZERO THEN
               SET CarFoundIdx TO CAI
           END-IF.

       TallyWaivedFees.
           OPEN INPUT WaivedFile.
           IF WaivedStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOneWaivedFee UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE WaivedFile
           ELSE IF WaivedStatus IS EQUAL TO "05" THEN
               CLOSE WaivedFile
           END-IF.

       TallyOneWaivedFee.
           READ WaivedFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF NWDate IS NOT LESS THAN FromDate AND
                       NWDate IS NOT GREATER THAN ToDate AND
                       NWAmount IS NUMERIC THEN
                       MOVE NWCustID TO WantedCust
                       PERFORM FindOrAddCustomer
                       IF FoundIdx IS GREATER THAN ZERO THEN
                           ADD NWAmount TO TblNsfWaived(FoundIdx)
                       END-IF
                   END-IF
           END-READ.

       CountContracts.
           OPEN INPUT ContractPriceFile.
           IF ContractStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CountOneContract UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ContractPriceFile
           ELSE IF ContractStatus IS EQUAL TO "05" THEN
               CLOSE ContractPriceFile
           END-IF.

       CountOneContract.
           READ ContractPriceFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CPFEndDate IS NOT LESS THAN BusinessDate THEN
                       MOVE CPFCustID TO WantedCust
                       PERFORM FindCustomer
                       IF FoundIdx IS GREATER THAN ZERO AND
                           TblContracts(FoundIdx) IS LESS THAN 999
                           THEN
                           ADD 1 TO TblContracts(FoundIdx)
                       END-IF
                   END-IF
           END-READ.

       LoadCustomerNames.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneCustomerName
                   VARYING CustIdx FROM 1 BY 1
                   UNTIL CustIdx IS GREATER THAN CustCount
               CLOSE CustomerIndexFile
           END-IF.

       LoadOneCustomerName.
           MOVE TblCustID(CustIdx) TO IDXIDNum.
           READ CustomerIndexFile
               INVALID KEY
                   MOVE 'No encontrado' TO TblCustName(CustIdx)
               NOT INVALID KEY
                   CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
                       FormattedName
                   MOVE FormattedName TO TblCustName(CustIdx)
           END-READ.

       ComputeContribution.
           IF TblFreightCost(CustIdx) IS GREATER THAN
               TblFreightBilled(CustIdx) THEN
               COMPUTE TblFreightAbsorbed(CustIdx) =
                   TblFreightCost(CustIdx) - TblFreightBilled(CustIdx)
           END-IF.
           COMPUTE Deductions = TblFreightAbsorbed(CustIdx) +
               TblCredits(CustIdx) + TblWriteOffs(CustIdx) +
               TblDiscounts(CustIdx) + TblNsfWaived(CustIdx).
           COMPUTE TblContrib(CustIdx) = TblSales(CustIdx) -
               TblCogs(CustIdx) - Deductions + TblFinCharges(CustIdx).
           IF TblSales(CustIdx) IS GREATER THAN ZERO THEN
               COMPUTE TblPct(CustIdx) ROUNDED =
                   TblContrib(CustIdx) * 100 / TblSales(CustIdx)
                   ON SIZE ERROR MOVE -9999.9 TO TblPct(CustIdx)
               END-COMPUTE
               MOVE 'Y' TO TblPctKnown(CustIdx)
           ELSE
               MOVE -9999.9 TO TblPct(CustIdx)
           END-IF.
           IF TblContrib(CustIdx) IS GREATER THAN ZERO THEN
               ADD TblContrib(CustIdx) TO TotalPositive
           END-IF.
           ADD TblSales(CustIdx) TO TotSales.
           ADD TblCogs(CustIdx) TO TotCogs.
           ADD Deductions TO TotDeductions.
           ADD TblFinCharges(CustIdx) TO TotFinCharges.
           ADD TblContrib(CustIdx) TO TotContrib.

       ReleaseCustomers.
           PERFORM ReleaseOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.

       ReleasePctCustomers.
           PERFORM ReleaseOneCustomer
               VARYING CustIdx FROM 1 BY 1
               UNTIL CustIdx IS GREATER THAN CustCount.

       ReleaseOneCustomer.
           MOVE TblContrib(CustIdx) TO SortContrib.
           MOVE TblPct(CustIdx) TO SortPct.
           MOVE TblCustID(CustIdx) TO SortCustID.
           MOVE CustIdx TO SortIdx.
           RELEASE SortRecord.

       AssignSegments.
           MOVE ZERO TO RankNo.
           MOVE 'N' TO RankedEOF.
           OPEN INPUT RankedFile.
           PERFORM SegmentOneCustomer UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.

       SegmentOneCustomer.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   ADD 1 TO RankNo
                   MOVE RnkIdx TO CustIdx
                   MOVE RankNo TO TblContribRank(CustIdx)
                   PERFORM AssignSegment
           END-READ.

       AssignSegment.
           IF TblContrib(CustIdx) IS NOT GREATER THAN ZERO THEN
               MOVE 'Perdida' TO TblSegment(CustIdx)
               ADD 1 TO CountLoss
           ELSE
               ADD TblContrib(CustIdx) TO RunningContrib
               COMPUTE CumPct ROUNDED =
                   (RunningContrib * 100) / TotalPositive
               IF CountA IS EQUAL TO ZERO OR
                   CumPct IS NOT GREATER THAN PctLimitA THEN
                   MOVE 'A' TO TblSegment(CustIdx)
                   ADD 1 TO CountA
               ELSE IF CumPct IS NOT GREATER THAN PctLimitB THEN
                   MOVE 'B' TO TblSegment(CustIdx)
                   ADD 1 TO CountB
               ELSE
                   MOVE 'C' TO TblSegment(CustIdx)
                   ADD 1 TO CountC
               END-IF
           END-IF.

       AssignPctRanks.
           MOVE ZERO TO RankNo.
           MOVE 'N' TO RankedEOF.
           OPEN INPUT PctRankedFile.
           PERFORM RankOnePctCustomer UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE PctRankedFile.

       RankOnePctCustomer.
           READ PctRankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE PRkIdx TO CustIdx
                   IF TblPctKnown(CustIdx) IS EQUAL TO 'Y' THEN
                       ADD 1 TO RankNo
                       MOVE RankNo TO TblPctRank(CustIdx)
                   END-IF
           END-READ.

       WriteProfitReport.
           OPEN OUTPUT ProfitReport.
           WRITE PrintLine FROM ReportHeading.
           MOVE FromDate TO PrnFrom.
           MOVE ToDate TO PrnTo.
           WRITE PrintLine FROM PeriodLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ContribHeading.
           WRITE PrintLine FROM ContribColumns.
           MOVE 'N' TO RankedEOF.
           OPEN INPUT RankedFile.
           PERFORM WriteOneContribLine UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Ventas netas:' TO PrnTotLabel.
           MOVE TotSales TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE 'Costo de ventas:' TO PrnTotLabel.
           MOVE TotCogs TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE 'Deducciones:' TO PrnTotLabel.
           MOVE TotDeductions TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE 'Cargos financieros cobrados:' TO PrnTotLabel.
           MOVE TotFinCharges TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE 'Contribucion total:' TO PrnTotLabel.
           MOVE TotContrib TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           MOVE CountA TO PrnCountA.
           MOVE CountB TO PrnCountB.
           MOVE CountC TO PrnCountC.
           MOVE CountLoss TO PrnCountLoss.
           WRITE PrintLine FROM SegmentLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM DeductHeading.
           WRITE PrintLine FROM DeductColumns.
           MOVE 'N' TO RankedEOF.
           OPEN INPUT RankedFile.
           PERFORM WriteOneDeductLine UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE RankedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM PctHeading.
           WRITE PrintLine FROM PctColumns.
           MOVE 'N' TO RankedEOF.
           OPEN INPUT PctRankedFile.
           PERFORM WriteOnePctLine UNTIL RankedEOF IS EQUAL TO 'Y'.
           CLOSE PctRankedFile.
           CLOSE ProfitReport.

       WriteOneContribLine.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE RnkIdx TO CustIdx
                   MOVE TblContribRank(CustIdx) TO PrnRank
                   MOVE TblCustID(CustIdx) TO PrnCustID
                   MOVE TblCustName(CustIdx) TO PrnCustName
                   MOVE TblSales(CustIdx) TO PrnSales
                   MOVE TblCogs(CustIdx) TO PrnCogs
                   COMPUTE PrnDeductions = TblFreightAbsorbed(CustIdx) +
                       TblCredits(CustIdx) + TblWriteOffs(CustIdx) +
                       TblDiscounts(CustIdx) + TblNsfWaived(CustIdx)
                   MOVE TblFinCharges(CustIdx) TO PrnFinCharges
                   MOVE TblContrib(CustIdx) TO PrnContrib
                   IF TblPctKnown(CustIdx) IS EQUAL TO 'Y' THEN
                       MOVE TblPct(CustIdx) TO PrnPct
                       MOVE TblPctRank(CustIdx) TO PrnPctRank
                   ELSE
                       MOVE ZERO TO PrnPct
                       MOVE ZERO TO PrnPctRank
                   END-IF
                   MOVE TblSegment(CustIdx) TO PrnSegment
                   MOVE TblContracts(CustIdx) TO PrnContracts
                   WRITE PrintLine FROM ContribLine
           END-READ.

       WriteOneDeductLine.
           READ RankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE RnkIdx TO CustIdx
                   MOVE TblCustID(CustIdx) TO PrnDedCust
                   MOVE TblFreightAbsorbed(CustIdx) TO PrnDedFreight
                   MOVE TblCredits(CustIdx) TO PrnDedCredits
                   MOVE TblWriteOffs(CustIdx) TO PrnDedWriteOffs
                   MOVE TblDiscounts(CustIdx) TO PrnDedDiscounts
                   MOVE TblNsfWaived(CustIdx) TO PrnDedNsf
                   MOVE TblFinCharges(CustIdx) TO PrnDedFinCharges
                   WRITE PrintLine FROM DeductLine
           END-READ.

       WriteOnePctLine.
           READ PctRankedFile
               AT END MOVE 'Y' TO RankedEOF
               NOT AT END
                   MOVE PRkIdx TO CustIdx
                   IF TblPctKnown(CustIdx) IS EQUAL TO 'Y' THEN
                       MOVE TblPctRank(CustIdx) TO PrnPctPos
                       MOVE TblCustID(CustIdx) TO PrnPctCust
                       MOVE TblCustName(CustIdx) TO PrnPctName
                       MOVE TblPct(CustIdx) TO PrnPctPct
                       MOVE TblContrib(CustIdx) TO PrnPctContrib
                       MOVE TblSales(CustIdx) TO PrnPctSales
                       MOVE TblSegment(CustIdx) TO PrnPctSegment
                       WRITE PrintLine FROM PctLine
                   END-IF
           END-READ.
