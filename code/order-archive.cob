       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDARCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL ShipmentsFile ASSIGN TO "./shipments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT OPTIONAL ChangeJournal ASSIGN TO "./order-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgStatus.
           SELECT OPTIONAL BaselineFile ASSIGN TO "./inv-baseline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BaseStatus.
           SELECT KeepFile ASSIGN TO "./order-arch-keep.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OrderHist ASSIGN TO DYNAMIC OrderHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL ShipHist ASSIGN TO DYNAMIC ShipHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL BackHist ASSIGN TO DYNAMIC BackHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL ChgHist ASSIGN TO DYNAMIC ChgHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL OrderArchDir ASSIGN TO "./order-arch-dir.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DirStatus.
           SELECT ArchiveReport ASSIGN TO "./OrderArchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       01 OrderRecord.
           02 OXKey.
               03 OXOrdNum PIC 9(6).
               03 OXLineNum PIC 9(3).
           02 OXCustID PIC X(5).
           02 OXImage.
               03 OrdRecType PIC X.
               03 FILLER PIC X.
               03 OrdNum PIC 9(6).
               03 FILLER PIC X.
               03 OrdField1 PIC X(8).
               03 OrdField2 PIC X(6).
               03 FILLER PIC X.
               03 OrdShipTo PIC X(2).
               03 FILLER PIC X.
               03 OrdHdrStatus PIC X.
               03 FILLER PIC X(12).

       FD ShipmentsFile.
       01 ShipmentRecord.
           02 SHPOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 SHPProd PIC X(5).
           02 FILLER PIC X.
           02 SHPSize PIC A.
           02 FILLER PIC X.
           02 SHPQty PIC 9(3).
           02 FILLER PIC X.
           02 SHPDate PIC 9(8).

       FD BackorderFile.
       01 BackorderRecord.
           02 BODate PIC 9(8).
           02 FILLER PIC X.
           02 BOOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 BOCustID PIC 9(5).
           02 FILLER PIC X.
           02 BOProd PIC X(5).
           02 FILLER PIC X.
           02 BOSize PIC A.
           02 FILLER PIC X.
           02 BOQtyShort PIC 9(3).
           02 FILLER PIC X.
           02 BOFilled PIC X.
           02 FILLER PIC X.
           02 BOPromise PIC 9(8).

       FD ChangeJournal.
       01 ChangeJournalRecord.
           02 ChgTimestamp PIC X(14).
           02 FILLER PIC X.
           02 ChgOrdNum PIC 9(6).
           02 FILLER PIC X(39).

       FD BaselineFile.
       01 BaselineRecord.
           02 BLRecType PIC X.
           02 FILLER PIC X.
           02 BLField1 PIC X(14).
           02 FILLER PIC X.
           02 BLField2 PIC X(8).

       FD KeepFile.
       01 KeepRecord PIC X(60).

       FD OrderHist.
       01 OrderHistRecord PIC X(40).

       FD ShipHist.
       01 ShipHistRecord PIC X(27).

       FD BackHist.
       01 BackHistRecord PIC X(45).

       FD ChgHist.
       01 ChgHistRecord PIC X(60).

       FD OrderArchDir.
       01 OrderArchDirRecord.
           02 OADMonth PIC 9(6).
           02 FILLER PIC X.
           02 OADFileName PIC X(30).

       FD ArchiveReport.
       01 PrintLine PIC X(75).

       WORKING-STORAGE SECTION.
       01 OrdStatus PIC XX.
       01 ShipStatus PIC XX.
       01 BackStatus PIC XX.
       01 ChgStatus PIC XX.
       01 BaseStatus PIC XX.
       01 HistStatus PIC XX.
       01 DirStatus PIC XX.
       01 WSEOF PIC X.
       01 CopyEOF PIC X.
       01 OrderDone PIC X.
       01 DirFound PIC X.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 DaysParam PIC X(4).
       01 RetainDays PIC 9(4) VALUE 180.
       01 BusinessDate PIC 9(8).
       01 CutoffDate PIC 9(8).
       01 CutoffInt PIC 9(7).
       01 BaseDate PIC 9(8) VALUE ZERO.
       01 MonthParam PIC X(6).
       01 HistMonth PIC 9(6).
       01 OrderHistName PIC X(40).
       01 ShipHistName PIC X(40).
       01 BackHistName PIC X(40).
       01 ChgHistName PIC X(40).
       01 WorkOrdNum PIC 9(6).
       01 CandFound PIC 9(4).
       01 CandCount PIC 9(4) VALUE ZERO.
       01 CandTable.
           02 CandEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON CandCount
               INDEXED BY CI.
               03 TblCandOrd PIC 9(6).
               03 TblCandOk PIC X.
       01 CandFullShown PIC X VALUE 'N'.
       01 OrdersReady PIC 9(4) VALUE ZERO.
       01 OrdersHeld PIC 9(4) VALUE ZERO.
       01 OrdRecsRead PIC 9(7) VALUE ZERO.
       01 OrdRecsMoved PIC 9(7) VALUE ZERO.
       01 OrdRecsKept PIC 9(7) VALUE ZERO.
       01 ShipMoved PIC 9(7) VALUE ZERO.
       01 ShipKept PIC 9(7) VALUE ZERO.
       01 BackMoved PIC 9(7) VALUE ZERO.
       01 BackKept PIC 9(7) VALUE ZERO.
       01 ChgMoved PIC 9(7) VALUE ZERO.
       01 ChgKept PIC 9(7) VALUE ZERO.
       01 StepName PIC X(12) VALUE 'ORDARCH'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 DirLine.
           02 OADOutMonth PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 OADOutFileName PIC X(30).

       01 ReportHeading PIC X(75) VALUE
           "Archivado de pedidos cerrados - control por archivo".
       01 CutoffLine.
           02 FILLER PIC X(28) VALUE
               "Pedidos anteriores al:      ".
           02 PrnCutoff PIC 9(8).
           02 FILLER PIC X(14) VALUE "  Retencion: ".
           02 PrnRetainDays PIC ZZZ9.
           02 FILLER PIC X(5) VALUE " dias".
       01 BaseCapLine.
           02 FILLER PIC X(44) VALUE
               "  (limitado por la linea base de inventario ".
           02 PrnBaseDate PIC 9(8).
           02 FILLER PIC X VALUE ")".
       01 OrdersLine.
           02 FILLER PIC X(28) VALUE
               "Pedidos archivados:         ".
           02 PrnOrdersReady PIC ZZZ9.
           02 FILLER PIC X(22) VALUE
               "   retenidos por act. ".
           02 PrnOrdersHeld PIC ZZZ9.
       01 ColumnHeading PIC X(75) VALUE
           "Archivo              Movidos  Vigentes  Historico".
       01 FileDetailLine.
           02 PrnFileLabel PIC X(19).
           02 PrnFileMoved PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFileKept PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnFileHist PIC X(38).
       01 NothingLine PIC X(75) VALUE
           "Sin pedidos archivables; no se modifico ningun archivo.".

       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadRetainDays.
           COMPUTE CutoffInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate) - RetainDays.
           COMPUTE CutoffDate = FUNCTION DATE-OF-INTEGER(CutoffInt).
           PERFORM LoadBaseline.
           IF BaseDate IS GREATER THAN ZERO AND
               BaseDate IS LESS THAN CutoffDate THEN
               MOVE BaseDate TO CutoffDate
           END-IF.
           DISPLAY 'Pedidos anteriores al ' CutoffDate.
           PERFORM BuildHistNames.
           PERFORM LoadCandidates.
           IF CandCount IS GREATER THAN ZERO THEN
               PERFORM CheckBackorders
               PERFORM CheckShipments
               PERFORM CheckChanges
               PERFORM CountReady
                   VARYING CI FROM 1 BY 1
                   UNTIL CI IS GREATER THAN CandCount
           END-IF.
           IF OrdersReady IS EQUAL TO ZERO THEN
               DISPLAY 'Sin pedidos archivables.'
               PERFORM WriteNothingReport
               PERFORM WriteRunLedger
               STOP RUN
           END-IF.
           PERFORM MoveOrders.
           PERFORM MoveShipments.
           PERFORM MoveBackorders.
           PERFORM MoveChanges.
           PERFORM NoteArchiveDir.
           PERFORM WriteControlReport.
           DISPLAY 'Pedidos archivados:    ' OrdersReady.
           DISPLAY 'Registros de pedido:   ' OrdRecsMoved
               ' movidos ' OrdRecsKept ' vigentes'.
           DISPLAY 'Embarques:             ' ShipMoved
               ' movidos ' ShipKept ' vigentes'.
           DISPLAY 'Backorders:            ' BackMoved
               ' movidos ' BackKept ' vigentes'.
           DISPLAY 'Cambios de pedido:     ' ChgMoved
               ' movidos ' ChgKept ' vigentes'.
           DISPLAY 'Archivo destino:       ' OrderHistName.
           COMPUTE StepRecs =
               OrdRecsMoved + ShipMoved + BackMoved + ChgMoved.
           PERFORM WriteRunLedger.
           MOVE 'Pedidos archivados' TO TotalLabel.
           MOVE OrdersReady TO TotalAmount.
           PERFORM WriteStepTotal.
           STOP RUN.

       LoadRetainDays.
           MOVE 'ORDARCH_DAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           MOVE ParmValue(1:4) TO DaysParam.
           IF FUNCTION TEST-NUMVAL(DaysParam) IS EQUAL TO ZERO THEN
               COMPUTE RetainDays = FUNCTION NUMVAL(DaysParam)
               IF RetainDays IS EQUAL TO ZERO THEN
                   MOVE 180 TO RetainDays
               END-IF
           END-IF.
           DISPLAY 'Parametros efectivos: DAYS=' RetainDays.

       LoadBaseline.
           OPEN INPUT BaselineFile.
           IF BaseStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneBaseline UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BaselineFile
           ELSE IF BaseStatus IS EQUAL TO "05" THEN
               CLOSE BaselineFile
           END-IF.

       LoadOneBaseline.
           READ BaselineFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BLRecType IS EQUAL TO 'B' AND
                       BLField2 IS NUMERIC THEN
                       MOVE BLField2 TO BaseDate
                   END-IF
           END-READ.

       BuildHistNames.
           ACCEPT MonthParam FROM ENVIRONMENT "MEND_MONTH".
           IF FUNCTION TEST-NUMVAL(MonthParam) IS EQUAL TO ZERO THEN
               COMPUTE HistMonth = FUNCTION NUMVAL(MonthParam)
           ELSE
               MOVE BusinessDate(1:6) TO HistMonth
           END-IF.
           MOVE SPACE TO OrderHistName.
           STRING './orders-hist-' DELIMITED BY SIZE
               HistMonth DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO OrderHistName
           END-STRING.
           MOVE SPACE TO ShipHistName.
           STRING './shipments-hist-' DELIMITED BY SIZE
               HistMonth DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ShipHistName
           END-STRING.
           MOVE SPACE TO BackHistName.
           STRING './backorders-hist-' DELIMITED BY SIZE
               HistMonth DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO BackHistName
           END-STRING.
           MOVE SPACE TO ChgHistName.
           STRING './order-changes-hist-' DELIMITED BY SIZE
               HistMonth DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ChgHistName
           END-STRING.

       LoadCandidates.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneCandidate UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           ELSE IF OrdStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
           ELSE
               DISPLAY 'No se pudo abrir orders.idx: ' OrdStatus
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadOneCandidate.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO OrdRecsRead
                   IF OrdRecType IS EQUAL TO 'H' AND
                       (OrdHdrStatus IS EQUAL TO 'I' OR
                       OrdHdrStatus IS EQUAL TO 'C') AND
                       OrdField1 IS NUMERIC AND
                       OrdField1 IS LESS THAN CutoffDate THEN
                       PERFORM AddCandidate
                   END-IF
           END-READ.

       AddCandidate.
           IF CandCount IS LESS THAN 5000 THEN
               ADD 1 TO CandCount
               MOVE OXOrdNum TO TblCandOrd(CandCount)
               MOVE 'Y' TO TblCandOk(CandCount)
           ELSE IF CandFullShown IS EQUAL TO 'N' THEN
               DISPLAY 'Mas de 5000 pedidos archivables; el resto'
                   ' queda para la siguiente corrida.'
               MOVE 'Y' TO CandFullShown
           END-IF.

       FindCandidate.
           MOVE ZERO TO CandFound.
           PERFORM CheckOneCandidate
               VARYING CI FROM 1 BY 1
               UNTIL CI IS GREATER THAN CandCount OR
                   CandFound IS GREATER THAN ZERO.

       CheckOneCandidate.
           IF TblCandOrd(CI) IS EQUAL TO WorkOrdNum THEN
               SET CandFound TO CI
           END-IF.

       CheckBackorders.
           OPEN INPUT BackorderFile.
           IF BackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneBackorder UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BackorderFile
           ELSE IF BackStatus IS EQUAL TO "05" THEN
               CLOSE BackorderFile
           END-IF.

       CheckOneBackorder.
           READ BackorderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE BOOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO THEN
                       IF BOFilled IS NOT EQUAL TO 'Y' OR
                           BODate IS NOT LESS THAN CutoffDate THEN
                           MOVE 'N' TO TblCandOk(CandFound)
                       END-IF
                   END-IF
           END-READ.

       CheckShipments.
           OPEN INPUT ShipmentsFile.
           IF ShipStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ShipmentsFile
           ELSE IF ShipStatus IS EQUAL TO "05" THEN
               CLOSE ShipmentsFile
           END-IF.

       CheckOneShipment.
           READ ShipmentsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SHPOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO AND
                       SHPDate IS NOT LESS THAN CutoffDate THEN
                       MOVE 'N' TO TblCandOk(CandFound)
                   END-IF
           END-READ.

       CheckChanges.
           OPEN INPUT ChangeJournal.
           IF ChgStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneChange UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ChangeJournal
           ELSE IF ChgStatus IS EQUAL TO "05" THEN
               CLOSE ChangeJournal
           END-IF.

       CheckOneChange.
           READ ChangeJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE ChgOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO AND
                       ChgTimestamp(1:8) IS NOT LESS THAN CutoffDate
                       THEN
                       MOVE 'N' TO TblCandOk(CandFound)
                   END-IF
           END-READ.

       CountReady.
           IF TblCandOk(CI) IS EQUAL TO 'Y' THEN
               ADD 1 TO OrdersReady
           ELSE
               ADD 1 TO OrdersHeld
           END-IF.

       MoveOrders.
           OPEN I-O OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir orders.idx: ' OrdStatus
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND OrderHist.
           PERFORM MoveOneOrder
               VARYING CI FROM 1 BY 1
               UNTIL CI IS GREATER THAN CandCount.
           CLOSE OrderFile, OrderHist.
           COMPUTE OrdRecsKept = OrdRecsRead - OrdRecsMoved.

       MoveOneOrder.
           IF TblCandOk(CI) IS EQUAL TO 'Y' THEN
               MOVE 'N' TO OrderDone
               PERFORM MoveOneOrderRec UNTIL OrderDone IS EQUAL TO 'Y'
           END-IF.

       MoveOneOrderRec.
           MOVE TblCandOrd(CI) TO OXOrdNum.
           MOVE ZERO TO OXLineNum.
           START OrderFile KEY IS NOT LESS THAN OXKey
               INVALID KEY MOVE 'Y' TO OrderDone
           END-START.
           IF OrderDone IS EQUAL TO 'N' THEN
               READ OrderFile NEXT
                   AT END MOVE 'Y' TO OrderDone
               END-READ
           END-IF.
           IF OrderDone IS EQUAL TO 'N' THEN
               IF OXOrdNum IS NOT EQUAL TO TblCandOrd(CI) THEN
                   MOVE 'Y' TO OrderDone
               ELSE
                   WRITE OrderHistRecord FROM OXImage
                   DELETE OrderFile
                       INVALID KEY
                           DISPLAY 'No se pudo borrar el pedido '
                               OXOrdNum ' renglon ' OXLineNum
                           MOVE 'Y' TO OrderDone
                       NOT INVALID KEY
                           ADD 1 TO OrdRecsMoved
                   END-DELETE
               END-IF
           END-IF.

       MoveShipments.
           OPEN INPUT ShipmentsFile.
           IF ShipStatus IS EQUAL TO "00" THEN
               OPEN OUTPUT KeepFile
               OPEN EXTEND ShipHist
               MOVE 'N' TO WSEOF
               PERFORM SplitOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ShipmentsFile, KeepFile, ShipHist
               IF ShipMoved IS GREATER THAN ZERO THEN
                   MOVE 'N' TO CopyEOF
                   OPEN INPUT KeepFile
                   OPEN OUTPUT ShipmentsFile
                   PERFORM ReloadOneShipment
                       UNTIL CopyEOF IS EQUAL TO 'Y'
                   CLOSE KeepFile, ShipmentsFile
               END-IF
           ELSE IF ShipStatus IS EQUAL TO "05" THEN
               CLOSE ShipmentsFile
           END-IF.

       SplitOneShipment.
           READ ShipmentsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SHPOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO AND
                       TblCandOk(CandFound) IS EQUAL TO 'Y' THEN
                       WRITE ShipHistRecord FROM ShipmentRecord
                       ADD 1 TO ShipMoved
                   ELSE
                       WRITE KeepRecord FROM ShipmentRecord
                       ADD 1 TO ShipKept
                   END-IF
           END-READ.

       ReloadOneShipment.
           READ KeepFile
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   WRITE ShipmentRecord FROM KeepRecord
           END-READ.

       MoveBackorders.
           OPEN INPUT BackorderFile.
           IF BackStatus IS EQUAL TO "00" THEN
               OPEN OUTPUT KeepFile
               OPEN EXTEND BackHist
               MOVE 'N' TO WSEOF
               PERFORM SplitOneBackorder UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BackorderFile, KeepFile, BackHist
               IF BackMoved IS GREATER THAN ZERO THEN
                   MOVE 'N' TO CopyEOF
                   OPEN INPUT KeepFile
                   OPEN OUTPUT BackorderFile
                   PERFORM ReloadOneBackorder
                       UNTIL CopyEOF IS EQUAL TO 'Y'
                   CLOSE KeepFile, BackorderFile
               END-IF
           ELSE IF BackStatus IS EQUAL TO "05" THEN
               CLOSE BackorderFile
           END-IF.

       SplitOneBackorder.
           READ BackorderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE BOOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO AND
                       TblCandOk(CandFound) IS EQUAL TO 'Y' THEN
                       WRITE BackHistRecord FROM BackorderRecord
                       ADD 1 TO BackMoved
                   ELSE
                       WRITE KeepRecord FROM BackorderRecord
                       ADD 1 TO BackKept
                   END-IF
           END-READ.

       ReloadOneBackorder.
           READ KeepFile
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   WRITE BackorderRecord FROM KeepRecord
           END-READ.

       MoveChanges.
           OPEN INPUT ChangeJournal.
           IF ChgStatus IS EQUAL TO "00" THEN
               OPEN OUTPUT KeepFile
               OPEN EXTEND ChgHist
               MOVE 'N' TO WSEOF
               PERFORM SplitOneChange UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ChangeJournal, KeepFile, ChgHist
               IF ChgMoved IS GREATER THAN ZERO THEN
                   MOVE 'N' TO CopyEOF
                   OPEN INPUT KeepFile
                   OPEN OUTPUT ChangeJournal
                   PERFORM ReloadOneChange
                       UNTIL CopyEOF IS EQUAL TO 'Y'
                   CLOSE KeepFile, ChangeJournal
               END-IF
           ELSE IF ChgStatus IS EQUAL TO "05" THEN
               CLOSE ChangeJournal
           END-IF.

       SplitOneChange.
           READ ChangeJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE ChgOrdNum TO WorkOrdNum
                   PERFORM FindCandidate
                   IF CandFound IS GREATER THAN ZERO AND
                       TblCandOk(CandFound) IS EQUAL TO 'Y' THEN
                       WRITE ChgHistRecord FROM ChangeJournalRecord
                       ADD 1 TO ChgMoved
                   ELSE
                       WRITE KeepRecord FROM ChangeJournalRecord
                       ADD 1 TO ChgKept
                   END-IF
           END-READ.

       ReloadOneChange.
           READ KeepFile
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   WRITE ChangeJournalRecord FROM KeepRecord
           END-READ.

       NoteArchiveDir.
           MOVE 'N' TO DirFound.
           OPEN INPUT OrderArchDir.
           IF DirStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneDirEntry UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OrderArchDir
           ELSE IF DirStatus IS EQUAL TO "05" THEN
               CLOSE OrderArchDir
           END-IF.
           IF DirFound IS EQUAL TO 'N' THEN
               OPEN EXTEND OrderArchDir
               MOVE HistMonth TO OADOutMonth
               MOVE OrderHistName TO OADOutFileName
               WRITE OrderArchDirRecord FROM DirLine
               CLOSE OrderArchDir
           END-IF.

       CheckOneDirEntry.
           READ OrderArchDir
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OADFileName IS EQUAL TO OrderHistName THEN
                       MOVE 'Y' TO DirFound
                   END-IF
           END-READ.

       WriteReportTop.
           OPEN OUTPUT ArchiveReport.
           WRITE PrintLine FROM ReportHeading.
           MOVE CutoffDate TO PrnCutoff.
           MOVE RetainDays TO PrnRetainDays.
           WRITE PrintLine FROM CutoffLine.
           IF BaseDate IS EQUAL TO CutoffDate THEN
               MOVE BaseDate TO PrnBaseDate
               WRITE PrintLine FROM BaseCapLine
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.

       WriteNothingReport.
           PERFORM WriteReportTop.
           WRITE PrintLine FROM NothingLine.
           CLOSE ArchiveReport.

       WriteControlReport.
           PERFORM WriteReportTop.
           MOVE OrdersReady TO PrnOrdersReady.
           MOVE OrdersHeld TO PrnOrdersHeld.
           WRITE PrintLine FROM OrdersLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           MOVE 'orders.idx' TO PrnFileLabel.
           MOVE OrdRecsMoved TO PrnFileMoved.
           MOVE OrdRecsKept TO PrnFileKept.
           MOVE OrderHistName TO PrnFileHist.
           WRITE PrintLine FROM FileDetailLine.
           MOVE 'shipments.dat' TO PrnFileLabel.
           MOVE ShipMoved TO PrnFileMoved.
           MOVE ShipKept TO PrnFileKept.
           MOVE ShipHistName TO PrnFileHist.
           WRITE PrintLine FROM FileDetailLine.
           MOVE 'backorders.dat' TO PrnFileLabel.
           MOVE BackMoved TO PrnFileMoved.
           MOVE BackKept TO PrnFileKept.
           MOVE BackHistName TO PrnFileHist.
           WRITE PrintLine FROM FileDetailLine.
           MOVE 'order-changes.dat' TO PrnFileLabel.
           MOVE ChgMoved TO PrnFileMoved.
           MOVE ChgKept TO PrnFileKept.
           MOVE ChgHistName TO PrnFileHist.
           WRITE PrintLine FROM FileDetailLine.
           CLOSE ArchiveReport.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       WriteStepTotal.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
