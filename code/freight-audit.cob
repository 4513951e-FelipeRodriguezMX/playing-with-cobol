       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRTAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FreightBillFile ASSIGN TO "./freight-bill.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BillStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
           SELECT OPTIONAL CarrierFile ASSIGN TO "./carriers.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CarrierStatus.
           SELECT OPTIONAL SalesJournal
               ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL SalesLinesFile
               ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LinesStatus.
           SELECT OPTIONAL FreightHistFile
               ASSIGN TO "./freight-audit-hist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT SortWorkFile ASSIGN TO "./frtaudit.tmp".
           SELECT SortedFile ASSIGN TO "./frtauditsorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FreightReport ASSIGN TO "./FreightAudit.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FreightBillFile.
       01 FreightBillRecord.
           02 FBCarrier PIC X(3).
           02 FILLER PIC X.
           02 FBBillNum PIC X(10).
           02 FILLER PIC X.
           02 FBPro PIC X(20).
           02 FILLER PIC X.
           02 FBDate PIC 9(8).
           02 FILLER PIC X.
           02 FBWeight PIC 9(5)V9.
           02 FILLER PIC X.
           02 FBAmount PIC 9(6)V99.

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

       FD SalesLinesFile.
       01 SalesLineRecord.
           02 SLRecType PIC X.
           02 FILLER PIC X.
           02 SLInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SLHdrDate PIC 9(8).
           02 FILLER PIC X.
           02 SLHdrOrdNum PIC X(6).

       FD FreightHistFile.
       01 FreightHistRecord.
           02 FHCarrier PIC X(3).
           02 FILLER PIC X.
           02 FHPro PIC X(20).
           02 FILLER PIC X.
           02 FHBillNum PIC X(10).
           02 FILLER PIC X.
           02 FHDate PIC 9(8).
           02 FILLER PIC X.
           02 FHAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 FHAuditDate PIC 9(8).

       SD SortWorkFile.
       01 SortRecord.
           02 SortCustID PIC 9(5).
           02 SortCarrier PIC X(3).
           02 SortPaid PIC 9(7)V99.
           02 SortBilled PIC 9(7)V99.

       FD SortedFile.
       01 SortedRecord.
           02 SrtCustID PIC 9(5).
           02 SrtCarrier PIC X(3).
           02 SrtPaid PIC 9(7)V99.
           02 SrtBilled PIC 9(7)V99.

       FD FreightReport.
       01 PrintLine PIC X(110).

       WORKING-STORAGE SECTION.
       01 BillStatus PIC XX.
       01 TrackStatus PIC XX.
       01 CarrierStatus PIC XX.
       01 JournalStatus PIC XX.
       01 LinesStatus PIC XX.
       01 HistStatus PIC XX.
       01 WSEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 TolerancePct PIC 9(2) VALUE 2.

       01 CarrierCount PIC 9(3) VALUE ZERO.
       01 CarrierTable.
           02 CarrierEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON CarrierCount
               INDEXED BY CAI.
               03 TblCarCode PIC X(3).
               03 TblCarName PIC X(20).
               03 TblCarBasis PIC X.
               03 TblCarRate PIC 9(4)V99.
               03 TblCarPaid PIC 9(7)V99.
               03 TblCarBilled PIC 9(7)V99.
       01 CarFoundIdx PIC 9(3).

       01 TrackCount PIC 9(4) VALUE ZERO.
       01 TrackTable.
           02 TrackEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON TrackCount
               INDEXED BY TKI.
               03 TblTrkOrd PIC 9(6).
               03 TblTrkCust PIC 9(5).
               03 TblTrkCarrier PIC X(3).
               03 TblTrkTracking PIC X(20).
               03 TblTrkPackages PIC 9(3).
               03 TblTrkWeight PIC 9(5)V9.
       01 TrkFoundIdx PIC 9(4).

       01 InvLinkCount PIC 9(4) VALUE ZERO.
       01 InvLinkTable.
           02 InvLinkEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON InvLinkCount
               INDEXED BY ILI.
               03 TblLinkInv PIC 9(6).
               03 TblLinkOrd PIC 9(6).
               03 TblLinkFreight PIC 9(6)V99.
               03 TblLinkUsed PIC X.

       01 HistCount PIC 9(4) VALUE ZERO.
       01 HistTable.
           02 HistEntry
               OCCURS 1 TO 9999 TIMES
               DEPENDING ON HistCount
               INDEXED BY HSI.
               03 TblHistCarrier PIC X(3).
               03 TblHistPro PIC X(20).
               03 TblHistBill PIC X(10).
               03 TblHistThisRun PIC X.

       01 AbsCount PIC 9(4) VALUE ZERO.
       01 AbsTable.
           02 AbsEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON AbsCount
               INDEXED BY ABI.
               03 TblAbsCust PIC 9(5).
               03 TblAbsCarrier PIC X(3).
               03 TblAbsPaid PIC 9(7)V99.
               03 TblAbsBilled PIC 9(7)V99.
       01 AbsFoundIdx PIC 9(4).

       01 LineCarrier PIC X(3).
       01 LinePro PIC X(20).
       01 LineBill PIC X(10).
       01 LineStatusText PIC X(14).
       01 LineExpected PIC 9(6)V99.
       01 LineDisputed PIC 9(6)V99.
       01 LinePayable PIC 9(6)V99.
       01 LineBilledFreight PIC 9(6)V99.
       01 AllowedAmount PIC 9(7)V99.
       01 AllowedWeight PIC 9(6)V99.
       01 DupFound PIC X.
       01 RerunFound PIC X.

       01 LinesRead PIC 9(5) VALUE ZERO.
       01 LinesOK PIC 9(5) VALUE ZERO.
       01 LinesOvercharged PIC 9(5) VALUE ZERO.
       01 LinesDuplicate PIC 9(5) VALUE ZERO.
       01 LinesNoShipment PIC 9(5) VALUE ZERO.
       01 LinesNoRate PIC 9(5) VALUE ZERO.
       01 LinesOverweight PIC 9(5) VALUE ZERO.
       01 LinesInvalid PIC 9(5) VALUE ZERO.
       01 LinesRerun PIC 9(5) VALUE ZERO.
       01 ExceptionCount PIC 9(5) VALUE ZERO.
       01 TotBilledByCarriers PIC 9(8)V99 VALUE ZERO.
       01 TotDisputed PIC 9(8)V99 VALUE ZERO.
       01 TotPayable PIC 9(8)V99 VALUE ZERO.
       01 TotPaid PIC 9(8)V99 VALUE ZERO.
       01 TotCustBilled PIC 9(8)V99 VALUE ZERO.
       01 AbsorbedAmount PIC S9(8)V99.

       01 ReportHeading.
           02 FILLER PIC X(38) VALUE
               "Auditoria de facturas de flete  Fecha ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(14) VALUE "  Tolerancia ".
           02 PrnTolerance PIC Z9.
           02 FILLER PIC X VALUE "%".
       01 ColumnHeading.
           02 FILLER PIC X(51) VALUE
               "Trn Factura    Guia                 Fecha    Pedido".
           02 FILLER PIC X(48) VALUE
               "   Cte.    Esperado    Cobrado    Disputa Estado".
       01 DetailLine.
           02 PrnCarrier PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBillNum PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPro PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnBillDate PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOrdNum PIC X(6).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnCustID PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnExpected PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAmount PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDisputed PIC ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnStatus PIC X(14).
       01 CountLine.
           02 PrnCountLabel PIC X(36).
           02 PrnCountValue PIC ZZZZ9.
       01 AmountLine.
           02 PrnAmountLabel PIC X(36).
           02 PrnAmountValue PIC ZZ,ZZZ,ZZ9.99.
       01 AbsorbedHeading PIC X(110) VALUE
           "Flete absorbido (pagado menos cobrado al cliente)".
       01 AbsorbedColumns PIC X(110) VALUE
           "Cliente Trn       Pagado      Cobrado     Absorbido".
       01 AbsorbedLine.
           02 PrnAbsCust PIC X(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnAbsCarrier PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAbsPaid PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAbsBilled PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnAbsorbed PIC -Z,ZZZ,ZZ9.99.
       01 CarrierHeading PIC X(110) VALUE
           "Flete absorbido por transportista".
       01 CarrierLine.
           02 PrnCarCode PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCarName PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCarPaid PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCarBilled PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnCarAbsorbed PIC -Z,ZZZ,ZZ9.99.
       01 TotalAbsLine.
           02 FILLER PIC X(12) VALUE "Total".
           02 PrnTotPaid PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotBilled PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotAbsorbed PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'FRTAUDIT_TOLPCT' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:2) IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue(1:2)) IS EQUAL TO ZERO
               THEN
               COMPUTE TolerancePct = FUNCTION NUMVAL(ParmValue(1:2))
           END-IF.
           DISPLAY 'Parametros efectivos: TOLPCT=' TolerancePct.
           OPEN INPUT FreightBillFile.
           IF BillStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin freight-bill.txt, nada que auditar.'
               STOP RUN
           END-IF.
           PERFORM LoadCarriers.
           PERFORM LoadTracking.
           PERFORM LoadInvoiceLinks.
           PERFORM LoadJournalFreight.
           PERFORM LoadHistory.
           OPEN EXTEND FreightHistFile.
           OPEN OUTPUT FreightReport.
           MOVE BusinessDate TO PrnRunDate.
           MOVE TolerancePct TO PrnTolerance.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           MOVE 'N' TO WSEOF.
           PERFORM AuditOneBillLine UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE FreightBillFile.
           CLOSE FreightHistFile.
           PERFORM WriteSummary.
           PERFORM WriteAbsorbed.
           CLOSE FreightReport.
           DISPLAY 'Lineas de factura leidas: ' LinesRead.
           DISPLAY 'Lineas correctas:         ' LinesOK.
           DISPLAY 'Sobrecargos:              ' LinesOvercharged.
           DISPLAY 'Duplicados:               ' LinesDuplicate.
           DISPLAY 'Sin embarque:             ' LinesNoShipment.
           DISPLAY 'Sin tarifa:               ' LinesNoRate.
           DISPLAY 'Peso mayor al embarcado:  ' LinesOverweight.
           DISPLAY 'Lineas invalidas:         ' LinesInvalid.
           DISPLAY 'Monto en disputa:         ' TotDisputed.
           IF ExceptionCount IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadCarriers.
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
                   IF CARRate IS NUMERIC AND
                       CarrierCount IS LESS THAN 50 THEN
                       ADD 1 TO CarrierCount
                       MOVE FUNCTION UPPER-CASE(CARCode)
                           TO TblCarCode(CarrierCount)
                       MOVE CARName TO TblCarName(CarrierCount)
                       MOVE FUNCTION UPPER-CASE(CARBasis)
                           TO TblCarBasis(CarrierCount)
                       MOVE CARRate TO TblCarRate(CarrierCount)
                       MOVE ZERO TO TblCarPaid(CarrierCount)
                       MOVE ZERO TO TblCarBilled(CarrierCount)
                   END-IF
           END-READ.

       LoadTracking.
           OPEN INPUT TrackingFile.
           IF TrackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneTracking UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE TrackingFile
           ELSE IF TrackStatus IS EQUAL TO "05" THEN
               CLOSE TrackingFile
           END-IF.

       LoadOneTracking.
           READ TrackingFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF TrkOrdNum IS NUMERIC AND
                       TrackCount IS LESS THAN 5000 THEN
                       ADD 1 TO TrackCount
                       MOVE TrkOrdNum TO TblTrkOrd(TrackCount)
                       MOVE TrkCustID TO TblTrkCust(TrackCount)
                       MOVE FUNCTION UPPER-CASE(TrkCarrier)
                           TO TblTrkCarrier(TrackCount)
                       MOVE FUNCTION UPPER-CASE(TrkTracking)
                           TO TblTrkTracking(TrackCount)
                       IF TrkPackages IS NUMERIC THEN
                           MOVE TrkPackages
                               TO TblTrkPackages(TrackCount)
                       ELSE
                           MOVE 1 TO TblTrkPackages(TrackCount)
                       END-IF
                       IF TrkWeight IS NUMERIC THEN
                           MOVE TrkWeight TO TblTrkWeight(TrackCount)
                       ELSE
                           MOVE ZERO TO TblTrkWeight(TrackCount)
                       END-IF
                   END-IF
           END-READ.

       LoadInvoiceLinks.
           OPEN INPUT SalesLinesFile.
           IF LinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneInvoiceLink UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesLinesFile
           ELSE IF LinesStatus IS EQUAL TO "05" THEN
               CLOSE SalesLinesFile
           END-IF.

       LoadOneInvoiceLink.
           READ SalesLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLRecType IS EQUAL TO 'H' AND
                       SLHdrOrdNum IS NUMERIC AND
                       InvLinkCount IS LESS THAN 5000 THEN
                       ADD 1 TO InvLinkCount
                       MOVE SLInvNum TO TblLinkInv(InvLinkCount)
                       MOVE SLHdrOrdNum TO TblLinkOrd(InvLinkCount)
                       MOVE ZERO TO TblLinkFreight(InvLinkCount)
                       MOVE 'N' TO TblLinkUsed(InvLinkCount)
                   END-IF
           END-READ.

       LoadJournalFreight.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneJournalFreight
                   UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.

       LoadOneJournalFreight.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SJDocType IS EQUAL TO 'I' AND
                       SJFreight IS NUMERIC AND
                       SJFreight IS GREATER THAN ZERO AND
                       InvLinkCount IS GREATER THAN ZERO THEN
                       PERFORM PostInvoiceFreight
                           VARYING ILI FROM 1 BY 1
                           UNTIL ILI IS GREATER THAN InvLinkCount
                   END-IF
           END-READ.

       PostInvoiceFreight.
           IF TblLinkInv(ILI) IS EQUAL TO SJInvNum THEN
               MOVE SJFreight TO TblLinkFreight(ILI)
           END-IF.

       LoadHistory.
           OPEN INPUT FreightHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneHistory UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE FreightHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE FreightHistFile
           END-IF.

       LoadOneHistory.
           READ FreightHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF HistCount IS LESS THAN 9999 THEN
                       ADD 1 TO HistCount
                       MOVE FHCarrier TO TblHistCarrier(HistCount)
                       MOVE FHPro TO TblHistPro(HistCount)
                       MOVE FHBillNum TO TblHistBill(HistCount)
                       MOVE 'N' TO TblHistThisRun(HistCount)
                   END-IF
           END-READ.

       AuditOneBillLine.
           READ FreightBillFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FreightBillRecord IS NOT EQUAL TO SPACE THEN
                       ADD 1 TO LinesRead
                       PERFORM AuditBillLine
                   END-IF
           END-READ.

       AuditBillLine.
           MOVE FUNCTION UPPER-CASE(FBCarrier) TO LineCarrier.
           MOVE FUNCTION UPPER-CASE(FBPro) TO LinePro.
           MOVE FUNCTION UPPER-CASE(FBBillNum) TO LineBill.
           MOVE ZERO TO LineExpected.
           MOVE ZERO TO LineDisputed.
           MOVE ZERO TO LinePayable.
           MOVE ZERO TO TrkFoundIdx.
           MOVE ZERO TO CarFoundIdx.
           MOVE SPACE TO PrnOrdNum.
           MOVE SPACE TO PrnCustID.
           IF FBAmount IS NOT NUMERIC OR FBDate IS NOT NUMERIC OR
               LinePro IS EQUAL TO SPACE THEN
               MOVE 'INVALIDA' TO LineStatusText
               ADD 1 TO LinesInvalid
               ADD 1 TO ExceptionCount
               MOVE ZERO TO PrnAmount
               PERFORM PrintBillLine
           ELSE
               ADD FBAmount TO TotBilledByCarriers
               PERFORM CheckDuplicate
               PERFORM ClassifyBillLine
               ADD LineDisputed TO TotDisputed
               COMPUTE LinePayable = FBAmount - LineDisputed
               ADD LinePayable TO TotPayable
               IF TrkFoundIdx IS GREATER THAN ZERO AND
                   DupFound IS EQUAL TO 'N' THEN
                   PERFORM PostAbsorbed
               END-IF
               MOVE FBAmount TO PrnAmount
               PERFORM PrintBillLine
           END-IF.

       CheckDuplicate.
           MOVE 'N' TO DupFound.
           MOVE 'N' TO RerunFound.
           IF HistCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneHistory
                   VARYING HSI FROM 1 BY 1
                   UNTIL HSI IS GREATER THAN HistCount
           END-IF.
           IF DupFound IS EQUAL TO 'N' AND HistCount IS LESS THAN 9999
               THEN
               ADD 1 TO HistCount
               MOVE LineCarrier TO TblHistCarrier(HistCount)
               MOVE LinePro TO TblHistPro(HistCount)
               MOVE LineBill TO TblHistBill(HistCount)
               MOVE 'Y' TO TblHistThisRun(HistCount)
               IF RerunFound IS EQUAL TO 'Y' THEN
                   ADD 1 TO LinesRerun
               ELSE
                   MOVE SPACE TO FreightHistRecord
                   MOVE LineCarrier TO FHCarrier
                   MOVE LinePro TO FHPro
                   MOVE LineBill TO FHBillNum
                   MOVE FBDate TO FHDate
                   MOVE FBAmount TO FHAmount
                   MOVE BusinessDate TO FHAuditDate
                   WRITE FreightHistRecord
               END-IF
           END-IF.

       CheckOneHistory.
           IF TblHistCarrier(HSI) IS EQUAL TO LineCarrier AND
               TblHistPro(HSI) IS EQUAL TO LinePro THEN
               IF TblHistBill(HSI) IS NOT EQUAL TO LineBill OR
                   TblHistThisRun(HSI) IS EQUAL TO 'Y' THEN
                   MOVE 'Y' TO DupFound
               ELSE
                   MOVE 'Y' TO RerunFound
               END-IF
           END-IF.

       ClassifyBillLine.
           IF TrackCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTracking
                   VARYING TKI FROM 1 BY 1
                   UNTIL TKI IS GREATER THAN TrackCount
           END-IF.
           IF CarrierCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCarrier
                   VARYING CAI FROM 1 BY 1
                   UNTIL CAI IS GREATER THAN CarrierCount
           END-IF.
           IF TrkFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTrkOrd(TrkFoundIdx) TO PrnOrdNum
               MOVE TblTrkCust(TrkFoundIdx) TO PrnCustID
               IF CarFoundIdx IS GREATER THAN ZERO THEN
                   PERFORM ComputeExpected
               END-IF
           END-IF.
           IF DupFound IS EQUAL TO 'Y' THEN
               MOVE 'DUPLICADO' TO LineStatusText
               MOVE FBAmount TO LineDisputed
               ADD 1 TO LinesDuplicate
               ADD 1 TO ExceptionCount
           ELSE IF TrkFoundIdx IS EQUAL TO ZERO THEN
               MOVE 'SIN EMBARQUE' TO LineStatusText
               MOVE FBAmount TO LineDisputed
               ADD 1 TO LinesNoShipment
               ADD 1 TO ExceptionCount
           ELSE IF CarFoundIdx IS EQUAL TO ZERO THEN
               MOVE 'SIN TARIFA' TO LineStatusText
               ADD 1 TO LinesNoRate
               ADD 1 TO ExceptionCount
           ELSE
               PERFORM CheckRate
           END-IF.

       CheckRate.
           COMPUTE AllowedAmount ROUNDED =
               LineExpected * (100 + TolerancePct) / 100.
           COMPUTE AllowedWeight ROUNDED =
               TblTrkWeight(TrkFoundIdx) * (100 + TolerancePct) / 100.
           IF FBAmount IS GREATER THAN AllowedAmount THEN
               MOVE 'SOBRECARGO' TO LineStatusText
               COMPUTE LineDisputed = FBAmount - LineExpected
               ADD 1 TO LinesOvercharged
               ADD 1 TO ExceptionCount
           ELSE IF FBWeight IS NUMERIC AND
               TblTrkWeight(TrkFoundIdx) IS GREATER THAN ZERO AND
               FBWeight IS GREATER THAN AllowedWeight THEN
               MOVE 'PESO MAYOR' TO LineStatusText
               ADD 1 TO LinesOverweight
               ADD 1 TO ExceptionCount
           ELSE
               MOVE 'OK' TO LineStatusText
               ADD 1 TO LinesOK
           END-IF.

       FindOneTracking.
           IF TblTrkCarrier(TKI) IS EQUAL TO LineCarrier AND
               TblTrkTracking(TKI) IS EQUAL TO LinePro AND
               TrkFoundIdx IS EQUAL TO ZERO THEN
               SET TrkFoundIdx TO TKI
           END-IF.

       FindOneCarrier.
           IF TblCarCode(CAI) IS EQUAL TO LineCarrier AND
               CarFoundIdx IS EQUAL TO ZERO THEN
               SET CarFoundIdx TO CAI
           END-IF.

       ComputeExpected.
           IF TblCarBasis(CarFoundIdx) IS EQUAL TO 'U' THEN
               COMPUTE LineExpected = TblCarRate(CarFoundIdx) *
                   TblTrkPackages(TrkFoundIdx)
           ELSE
               MOVE TblCarRate(CarFoundIdx) TO LineExpected
           END-IF.
           MOVE LineExpected TO PrnExpected.

       PostAbsorbed.
           MOVE ZERO TO LineBilledFreight.
           IF InvLinkCount IS GREATER THAN ZERO THEN
               PERFORM TakeOrderFreight
                   VARYING ILI FROM 1 BY 1
                   UNTIL ILI IS GREATER THAN InvLinkCount
           END-IF.
           MOVE ZERO TO AbsFoundIdx.
           IF AbsCount IS GREATER THAN ZERO THEN
               PERFORM FindOneAbsorbed
                   VARYING ABI FROM 1 BY 1
                   UNTIL ABI IS GREATER THAN AbsCount
           END-IF.
           IF AbsFoundIdx IS EQUAL TO ZERO AND
               AbsCount IS LESS THAN 2000 THEN
               ADD 1 TO AbsCount
               MOVE AbsCount TO AbsFoundIdx
               MOVE TblTrkCust(TrkFoundIdx) TO TblAbsCust(AbsCount)
               MOVE LineCarrier TO TblAbsCarrier(AbsCount)
               MOVE ZERO TO TblAbsPaid(AbsCount)
               MOVE ZERO TO TblAbsBilled(AbsCount)
           END-IF.
           IF AbsFoundIdx IS GREATER THAN ZERO THEN
               ADD LinePayable TO TblAbsPaid(AbsFoundIdx)
               ADD LineBilledFreight TO TblAbsBilled(AbsFoundIdx)
           END-IF.
           ADD LinePayable TO TotPaid.
           ADD LineBilledFreight TO TotCustBilled.
           IF CarFoundIdx IS GREATER THAN ZERO THEN
               ADD LinePayable TO TblCarPaid(CarFoundIdx)
               ADD LineBilledFreight TO TblCarBilled(CarFoundIdx)
           END-IF.

       TakeOrderFreight.
           IF TblLinkOrd(ILI) IS EQUAL TO TblTrkOrd(TrkFoundIdx) AND
               TblLinkUsed(ILI) IS EQUAL TO 'N' THEN
               ADD TblLinkFreight(ILI) TO LineBilledFreight
               MOVE 'Y' TO TblLinkUsed(ILI)
           END-IF.

       FindOneAbsorbed.
           IF TblAbsCust(ABI) IS EQUAL TO TblTrkCust(TrkFoundIdx) AND
               TblAbsCarrier(ABI) IS EQUAL TO LineCarrier AND
               AbsFoundIdx IS EQUAL TO ZERO THEN
               SET AbsFoundIdx TO ABI
           END-IF.

       PrintBillLine.
           MOVE LineCarrier TO PrnCarrier.
           MOVE LineBill TO PrnBillNum.
           MOVE LinePro TO PrnPro.
           MOVE FBDate TO PrnBillDate.
           IF CarFoundIdx IS EQUAL TO ZERO OR
               TrkFoundIdx IS EQUAL TO ZERO THEN
               MOVE ZERO TO PrnExpected
           END-IF.
           MOVE LineDisputed TO PrnDisputed.
           MOVE LineStatusText TO PrnStatus.
           WRITE PrintLine FROM DetailLine.

       WriteSummary.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Lineas de factura leidas' TO PrnCountLabel.
           MOVE LinesRead TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Lineas correctas' TO PrnCountLabel.
           MOVE LinesOK TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Sobrecargos' TO PrnCountLabel.
           MOVE LinesOvercharged TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Duplicados' TO PrnCountLabel.
           MOVE LinesDuplicate TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Guias sin embarque' TO PrnCountLabel.
           MOVE LinesNoShipment TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Transportista sin tarifa' TO PrnCountLabel.
           MOVE LinesNoRate TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Peso mayor al embarcado' TO PrnCountLabel.
           MOVE LinesOverweight TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Lineas invalidas' TO PrnCountLabel.
           MOVE LinesInvalid TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE 'Lineas ya auditadas en esta factura' TO PrnCountLabel.
           MOVE LinesRerun TO PrnCountValue.
           WRITE PrintLine FROM CountLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Total facturado por transportistas' TO PrnAmountLabel.
           MOVE TotBilledByCarriers TO PrnAmountValue.
           WRITE PrintLine FROM AmountLine.
           MOVE 'Monto en disputa' TO PrnAmountLabel.
           MOVE TotDisputed TO PrnAmountValue.
           WRITE PrintLine FROM AmountLine.
           MOVE 'Pago recomendado' TO PrnAmountLabel.
           MOVE TotPayable TO PrnAmountValue.
           WRITE PrintLine FROM AmountLine.

       WriteAbsorbed.
           SORT SortWorkFile ON ASCENDING KEY SortCustID
               ASCENDING KEY SortCarrier
               INPUT PROCEDURE IS ReleaseAbsorbed
               GIVING SortedFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM AbsorbedHeading.
           WRITE PrintLine FROM AbsorbedColumns.
           OPEN INPUT SortedFile.
           PERFORM PrintOneAbsorbed UNTIL SortedEOF IS EQUAL TO 'Y'.
           CLOSE SortedFile.
           MOVE TotPaid TO PrnTotPaid.
           MOVE TotCustBilled TO PrnTotBilled.
           COMPUTE AbsorbedAmount = TotPaid - TotCustBilled.
           MOVE AbsorbedAmount TO PrnTotAbsorbed.
           WRITE PrintLine FROM TotalAbsLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM CarrierHeading.
           IF CarrierCount IS GREATER THAN ZERO THEN
               PERFORM PrintOneCarrier
                   VARYING CAI FROM 1 BY 1
                   UNTIL CAI IS GREATER THAN CarrierCount
           END-IF.

       ReleaseAbsorbed.
           IF AbsCount IS GREATER THAN ZERO THEN
               PERFORM ReleaseOneAbsorbed
                   VARYING ABI FROM 1 BY 1
                   UNTIL ABI IS GREATER THAN AbsCount
           END-IF.

       ReleaseOneAbsorbed.
           MOVE TblAbsCust(ABI) TO SortCustID.
           MOVE TblAbsCarrier(ABI) TO SortCarrier.
           MOVE TblAbsPaid(ABI) TO SortPaid.
           MOVE TblAbsBilled(ABI) TO SortBilled.
           RELEASE SortRecord.

       PrintOneAbsorbed.
           READ SortedFile
               AT END MOVE 'Y' TO SortedEOF
               NOT AT END
                   MOVE SrtCustID TO PrnAbsCust
                   MOVE SrtCarrier TO PrnAbsCarrier
                   MOVE SrtPaid TO PrnAbsPaid
                   MOVE SrtBilled TO PrnAbsBilled
                   COMPUTE AbsorbedAmount = SrtPaid - SrtBilled
                   MOVE AbsorbedAmount TO PrnAbsorbed
                   WRITE PrintLine FROM AbsorbedLine
           END-READ.

       PrintOneCarrier.
           MOVE TblCarCode(CAI) TO PrnCarCode.
           MOVE TblCarName(CAI) TO PrnCarName.
           MOVE TblCarPaid(CAI) TO PrnCarPaid.
           MOVE TblCarBilled(CAI) TO PrnCarBilled.
           COMPUTE AbsorbedAmount =
               TblCarPaid(CAI) - TblCarBilled(CAI).
           MOVE AbsorbedAmount TO PrnCarAbsorbed.
           WRITE PrintLine FROM CarrierLine.
