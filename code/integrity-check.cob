       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrderStatus.
           SELECT OPTIONAL ShipToFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/ship-to.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipToStatus.
           SELECT OPTIONAL InvLinesFile ASSIGN TO "./sales-lines.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLinesStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL ArchiveDir ASSIGN TO "./archive-dir.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DirStatus.
           SELECT OPTIONAL ArchiveJournal
               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT SortWorkFile ASSIGN TO "./integrity-work.tmp".
           SELECT SortedLinkFile ASSIGN TO "./integrity-sorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IntegrityReport ASSIGN TO "./IntegrityReport.dat"
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
               03 OrdDate PIC X(8).
               03 FILLER PIC X.
               03 OrdCustID PIC X(5).
               03 FILLER PIC X.
               03 OrdShipTo PIC X(2).
               03 FILLER PIC X.
               03 OrdHdrStatus PIC X.
               03 FILLER PIC X(12).

       FD ShipToFile.
       01 ShipToRecord.
           02 SHTCustID PIC 9(5).
           02 FILLER PIC X.
           02 SHTShipToNum PIC 9(2).
           02 FILLER PIC X.
           02 SHTStreet PIC X(20).
           02 FILLER PIC X.
           02 SHTCity PIC X(12).
           02 FILLER PIC X.
           02 SHTState PIC X(2).
           02 FILLER PIC X.
           02 SHTPostal PIC X(6).

       FD InvLinesFile.
       01 InvLineRecord.
           02 InvRecType PIC X.
           02 FILLER PIC X.
           02 InvNum PIC 9(6).
           02 FILLER PIC X.
           02 InvProd PIC X(5).
           02 FILLER PIC X.
           02 InvSize PIC X.
           02 FILLER PIC X.
           02 InvQty PIC X(3).
           02 FILLER PIC X(30).

       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X(59).

       FD ArchiveDir.
       01 ArchiveDirRecord.
           02 ADYear PIC 9(4).
           02 FILLER PIC X.
           02 ADFileName PIC X(30).

       FD ArchiveJournal.
       01 ArchiveJournalRecord.
           02 AJInvNum PIC 9(6).
           02 FILLER PIC X(120).

       FD OpenItemsFile.
       01 OpenItemRecord.
           02 OIInvNum PIC 9(6).
           02 FILLER PIC X.
           02 OICustID PIC 9(5).
           02 FILLER PIC X.
           02 OIInvDate PIC 9(8).
           02 FILLER PIC X.
           02 OIInvTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(60).

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
           02 BOPromise PIC X(8).

       SD SortWorkFile.
       01 SortRecord.
           02 SortRel PIC 9.
           02 SortKey PIC X(6).
           02 SortTag PIC X.
           02 SortState PIC X.
           02 SortDetail PIC X(50).

       FD SortedLinkFile.
       01 LinkRecord.
           02 LinkRel PIC 9.
           02 LinkKey PIC X(6).
           02 LinkTag PIC X.
           02 LinkState PIC X.
           02 LinkDetail PIC X(50).

       FD IntegrityReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 ProdStatus PIC XX.
       01 OrderStatus PIC XX.
       01 ShipToStatus PIC XX.
       01 InvLinesStatus PIC XX.
       01 JournalStatus PIC XX.
       01 DirStatus PIC XX.
       01 ArchStatus PIC XX.
       01 OpenStatus PIC XX.
       01 BackStatus PIC XX.
       01 WSEOF PIC X.
       01 DirEOF PIC X.
       01 ArchiveName PIC X(30).
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MaxExceptions PIC 9(5) VALUE ZERO.
       01 WorkCustID PIC 9(5).
       01 CurRel PIC 9 VALUE ZERO.
       01 TargetRel PIC 9.
       01 CurParentKey PIC X(6).
       01 CurParentState PIC X.
       01 CurParentInfo PIC X(50).
       01 ExceptionReason PIC X(30).
       01 TotalExceptions PIC 9(7) VALUE ZERO.
       01 TotalChecked PIC 9(7) VALUE ZERO.
       01 RelCounts.
           02 RelCountEntry OCCURS 5 TIMES.
               03 RelChecked PIC 9(7).
               03 RelExceptions PIC 9(7).
       01 RelTitles.
           02 FILLER PIC X(50) VALUE
               "1. Pedidos abiertos contra maestro de clientes".
           02 FILLER PIC X(50) VALUE
               "2. Renglones de venta contra prodmaster.idx".
           02 FILLER PIC X(50) VALUE
               "3. Partidas de ar-open contra diario de ventas".
           02 FILLER PIC X(50) VALUE
               "4. Direcciones de envio contra maestro de clientes".
           02 FILLER PIC X(50) VALUE
               "5. Pendientes de surtir contra pedidos".
       01 RelTitleTable REDEFINES RelTitles.
           02 RelTitle PIC X(50) OCCURS 5 TIMES.
       01 StepName PIC X(12) VALUE 'INTEGCHK'.
       01 StepStart PIC X(14).
       01 StepOutcome PIC X(8).
       01 StepRecs PIC 9(7).

       01 ReportHeading.
           02 FILLER PIC X(40) VALUE
               "Integridad referencial entre archivos - ".
           02 PrnBusinessDate PIC 9(8).
       01 SeparatorLine PIC X(100) VALUE ALL "-".
       01 SectionLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnRelTitle PIC X(50).
       01 ColumnHeading PIC X(100) VALUE
           "    Clave   Registro huerfano".
       01 ColumnReason.
           02 FILLER PIC X(64) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "Motivo".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnKey PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDetail PIC X(50).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnReason PIC X(30).
       01 SectionTotalLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "Revisados: ".
           02 PrnRelChecked PIC ZZZZZZ9.
           02 FILLER PIC X(16) VALUE "   Excepciones: ".
           02 PrnRelExceptions PIC ZZZZZZ9.
       01 TotalLine.
           02 FILLER PIC X(28) VALUE "Total registros revisados:  ".
           02 PrnTotalChecked PIC ZZZZZZ9.
       01 TotalExcLine.
           02 FILLER PIC X(28) VALUE "Total excepciones:          ".
           02 PrnTotalExceptions PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'INTEGMAXEXC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:5) IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue(1:5)) IS EQUAL TO ZERO
               THEN
               COMPUTE MaxExceptions = FUNCTION NUMVAL(ParmValue(1:5))
           END-IF.
           INITIALIZE RelCounts.
           SORT SortWorkFile
               ON ASCENDING KEY SortRel SortKey SortTag
               INPUT PROCEDURE IS ReleaseAllLinks
               GIVING SortedLinkFile.
           OPEN OUTPUT IntegrityReport.
           MOVE BusinessDate TO PrnBusinessDate.
           WRITE PrintLine FROM ReportHeading.
           OPEN INPUT SortedLinkFile.
           MOVE 'N' TO WSEOF.
           PERFORM CheckOneLink UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE SortedLinkFile.
           MOVE 5 TO TargetRel.
           PERFORM AdvanceToRel.
           PERFORM CloseSection.
           WRITE PrintLine FROM SeparatorLine.
           MOVE TotalChecked TO PrnTotalChecked.
           WRITE PrintLine FROM TotalLine.
           MOVE TotalExceptions TO PrnTotalExceptions.
           WRITE PrintLine FROM TotalExcLine.
           CLOSE IntegrityReport.
           DISPLAY 'Registros revisados:  ' TotalChecked.
           DISPLAY 'Excepciones:          ' TotalExceptions.
           MOVE TotalChecked TO StepRecs.
           IF TotalExceptions IS GREATER THAN ZERO THEN
               MOVE 'WARNING' TO StepOutcome
           ELSE
               MOVE 'NORMAL' TO StepOutcome
           END-IF.
           IF MaxExceptions IS GREATER THAN ZERO AND
               TotalExceptions IS GREATER THAN MaxExceptions THEN
               MOVE 'ERROR' TO StepOutcome
           END-IF.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.
           EVALUATE TRUE
               WHEN StepOutcome IS EQUAL TO 'ERROR'
                   DISPLAY 'Excepciones sobre el maximo INTEGMAXEXC.'
                   MOVE 8 TO RETURN-CODE
               WHEN TotalExceptions IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       ReleaseAllLinks.
           PERFORM ReleaseCustomers.
           PERFORM ReleaseProducts.
           PERFORM ReleaseOrders.
           PERFORM ReleaseShipTos.
           PERFORM ReleaseSalesLines.
           PERFORM ReleaseJournal.
           PERFORM ReleaseOpenItems.
           PERFORM ReleaseBackorders.

       ReleaseCustomers.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 'ERROR' TO StepOutcome
               MOVE ZERO TO StepRecs
               CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
                   StepOutcome
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM ReleaseOneCustomer UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CustomerIndexFile.

       ReleaseOneCustomer.
           READ CustomerIndexFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE IDXIDNum TO SortKey
                   MOVE '1' TO SortTag
                   EVALUATE TRUE
                       WHEN IDXCustMergedTo IS NUMERIC AND
                           IDXCustMergedTo IS GREATER THAN ZERO
                           MOVE 'M' TO SortState
                           MOVE IDXCustMergedTo TO SortDetail
                       WHEN IDXCustStatus IS EQUAL TO 'D'
                           MOVE 'D' TO SortState
                       WHEN OTHER
                           MOVE 'A' TO SortState
                   END-EVALUATE
                   MOVE 1 TO SortRel
                   RELEASE SortRecord
                   MOVE 4 TO SortRel
                   RELEASE SortRecord
           END-READ.

       ReleaseProducts.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir prodmaster.idx: ' ProdStatus
               MOVE 'ERROR' TO StepOutcome
               MOVE ZERO TO StepRecs
               CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
                   StepOutcome
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WSEOF.
           PERFORM ReleaseOneProduct UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE ProductMaster.

       ReleaseOneProduct.
           READ ProductMaster NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE 2 TO SortRel
                   MOVE PMProdName TO SortKey
                   MOVE '1' TO SortTag
                   MOVE 'A' TO SortState
                   RELEASE SortRecord
           END-READ.

       ReleaseOrders.
           OPEN INPUT OrderFile.
           IF OrderStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneOrder UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           ELSE IF OrderStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
           END-IF.

       ReleaseOneOrder.
           READ OrderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       PERFORM ReleaseOrderHeader
                   END-IF
           END-READ.

       ReleaseOrderHeader.
           MOVE SPACE TO SortRecord.
           MOVE 5 TO SortRel.
           MOVE OrdNum TO SortKey.
           MOVE '1' TO SortTag.
           MOVE OrdHdrStatus TO SortState.
           RELEASE SortRecord.
           IF OrdHdrStatus IS NOT EQUAL TO 'C' AND
               OrdHdrStatus IS NOT EQUAL TO 'I' AND
               OrdCustID IS NUMERIC THEN
               MOVE SPACE TO SortRecord
               MOVE 1 TO SortRel
               MOVE OrdCustID TO SortKey
               MOVE '2' TO SortTag
               STRING "Pedido " DELIMITED BY SIZE
                   OrdNum DELIMITED BY SIZE
                   " del " DELIMITED BY SIZE
                   OrdDate DELIMITED BY SIZE
                   " estatus " DELIMITED BY SIZE
                   OrdHdrStatus DELIMITED BY SIZE
                   INTO SortDetail
               END-STRING
               RELEASE SortRecord
           END-IF.

       ReleaseShipTos.
           OPEN INPUT ShipToFile.
           IF ShipToStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneShipTo UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ShipToFile
           ELSE IF ShipToStatus IS EQUAL TO "05" THEN
               CLOSE ShipToFile
           END-IF.

       ReleaseOneShipTo.
           READ ShipToFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE 4 TO SortRel
                   MOVE SHTCustID TO SortKey
                   MOVE '2' TO SortTag
                   STRING "Direccion " DELIMITED BY SIZE
                       SHTShipToNum DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHTStreet DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SHTCity DELIMITED BY SIZE
                       INTO SortDetail
                   END-STRING
                   RELEASE SortRecord
           END-READ.

       ReleaseSalesLines.
           OPEN INPUT InvLinesFile.
           IF InvLinesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneSalesLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE InvLinesFile
           ELSE IF InvLinesStatus IS EQUAL TO "05" THEN
               CLOSE InvLinesFile
           END-IF.

       ReleaseOneSalesLine.
           READ InvLinesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF InvRecType IS EQUAL TO 'L' THEN
                       MOVE SPACE TO SortRecord
                       MOVE 2 TO SortRel
                       MOVE FUNCTION UPPER-CASE(InvProd) TO SortKey
                       MOVE '2' TO SortTag
                       STRING "Factura " DELIMITED BY SIZE
                           InvNum DELIMITED BY SIZE
                           " talla " DELIMITED BY SIZE
                           InvSize DELIMITED BY SIZE
                           " cantidad " DELIMITED BY SIZE
                           InvQty DELIMITED BY SIZE
                           INTO SortDetail
                       END-STRING
                       RELEASE SortRecord
                   END-IF
           END-READ.

       ReleaseJournal.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneJournalRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.
           OPEN INPUT ArchiveDir.
           IF DirStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO DirEOF
               PERFORM ReleaseOneArchive UNTIL DirEOF IS EQUAL TO 'Y'
               CLOSE ArchiveDir
           ELSE IF DirStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveDir
           END-IF.

       ReleaseOneJournalRow.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE 3 TO SortRel
                   MOVE SJInvNum TO SortKey
                   MOVE '1' TO SortTag
                   MOVE 'A' TO SortState
                   RELEASE SortRecord
           END-READ.

       ReleaseOneArchive.
           READ ArchiveDir
               AT END MOVE 'Y' TO DirEOF
               NOT AT END
                   MOVE ADFileName TO ArchiveName
                   OPEN INPUT ArchiveJournal
                   IF ArchStatus IS EQUAL TO "00" THEN
                       MOVE 'N' TO WSEOF
                       PERFORM ReleaseOneArchiveRow
                           UNTIL WSEOF IS EQUAL TO 'Y'
                       CLOSE ArchiveJournal
                   ELSE IF ArchStatus IS EQUAL TO "05" THEN
                       CLOSE ArchiveJournal
                   END-IF
           END-READ.

       ReleaseOneArchiveRow.
           READ ArchiveJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE 3 TO SortRel
                   MOVE AJInvNum TO SortKey
                   MOVE '1' TO SortTag
                   MOVE 'A' TO SortState
                   RELEASE SortRecord
           END-READ.

       ReleaseOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneOpenItem UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE OpenItemsFile
           ELSE IF OpenStatus IS EQUAL TO "05" THEN
               CLOSE OpenItemsFile
           END-IF.

       ReleaseOneOpenItem.
           READ OpenItemsFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO SortRecord
                   MOVE 3 TO SortRel
                   MOVE OIInvNum TO SortKey
                   MOVE '2' TO SortTag
                   STRING "Cliente " DELIMITED BY SIZE
                       OICustID DELIMITED BY SIZE
                       " del " DELIMITED BY SIZE
                       OIInvDate DELIMITED BY SIZE
                       " marca " DELIMITED BY SIZE
                       OIOpenFlag DELIMITED BY SIZE
                       INTO SortDetail
                   END-STRING
                   RELEASE SortRecord
           END-READ.

       ReleaseBackorders.
           OPEN INPUT BackorderFile.
           IF BackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneBackorder UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE BackorderFile
           ELSE IF BackStatus IS EQUAL TO "05" THEN
               CLOSE BackorderFile
           END-IF.

       ReleaseOneBackorder.
           READ BackorderFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF BOFilled IS NOT EQUAL TO 'Y' THEN
                       MOVE SPACE TO SortRecord
                       MOVE 5 TO SortRel
                       MOVE BOOrdNum TO SortKey
                       MOVE '2' TO SortTag
                       STRING "Cliente " DELIMITED BY SIZE
                           BOCustID DELIMITED BY SIZE
                           " producto " DELIMITED BY SIZE
                           BOProd DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           BOSize DELIMITED BY SIZE
                           " faltan " DELIMITED BY SIZE
                           BOQtyShort DELIMITED BY SIZE
                           INTO SortDetail
                       END-STRING
                       RELEASE SortRecord
                   END-IF
           END-READ.

       CheckOneLink.
           READ SortedLinkFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF LinkRel IS NOT EQUAL TO CurRel THEN
                       MOVE LinkRel TO TargetRel
                       PERFORM AdvanceToRel
                   END-IF
                   IF LinkTag IS EQUAL TO '1' THEN
                       MOVE LinkKey TO CurParentKey
                       MOVE LinkState TO CurParentState
                       MOVE LinkDetail TO CurParentInfo
                   ELSE
                       PERFORM CheckChildLink
                   END-IF
           END-READ.

       CheckChildLink.
           ADD 1 TO RelChecked(CurRel).
           ADD 1 TO TotalChecked.
           MOVE SPACE TO ExceptionReason.
           IF LinkKey IS NOT EQUAL TO CurParentKey THEN
               EVALUATE CurRel
                   WHEN 1
                   WHEN 4
                       MOVE "Cliente inexistente o purgado"
                           TO ExceptionReason
                   WHEN 2
                       MOVE "Producto fuera del maestro"
                           TO ExceptionReason
                   WHEN 3
                       MOVE "Factura sin diario de ventas"
                           TO ExceptionReason
                   WHEN 5
                       MOVE "Pedido inexistente" TO ExceptionReason
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN (CurRel IS EQUAL TO 1 OR CurRel IS EQUAL TO 4)
                       AND CurParentState IS EQUAL TO 'M'
                       STRING "Cliente fusionado con "
                           DELIMITED BY SIZE
                           CurParentInfo(1:5) DELIMITED BY SIZE
                           INTO ExceptionReason
                       END-STRING
                   WHEN (CurRel IS EQUAL TO 1 OR CurRel IS EQUAL TO 4)
                       AND CurParentState IS EQUAL TO 'D'
                       MOVE "Cliente en baja pendiente"
                           TO ExceptionReason
                   WHEN CurRel IS EQUAL TO 5 AND
                       CurParentState IS EQUAL TO 'C'
                       MOVE "Pedido cancelado" TO ExceptionReason
                   WHEN CurRel IS EQUAL TO 5 AND
                       CurParentState IS EQUAL TO 'I'
                       MOVE "Pedido ya facturado" TO ExceptionReason
               END-EVALUATE
           END-IF.
           IF ExceptionReason IS NOT EQUAL TO SPACE THEN
               ADD 1 TO RelExceptions(CurRel)
               ADD 1 TO TotalExceptions
               MOVE LinkKey TO PrnKey
               MOVE LinkDetail TO PrnDetail
               MOVE ExceptionReason TO PrnReason
               WRITE PrintLine FROM DetailLine
           END-IF.

       AdvanceToRel.
           PERFORM StepSection UNTIL CurRel IS NOT LESS THAN TargetRel.

       StepSection.
           IF CurRel IS GREATER THAN ZERO THEN
               PERFORM CloseSection
           END-IF.
           ADD 1 TO CurRel.
           MOVE HIGH-VALUES TO CurParentKey.
           MOVE SPACE TO CurParentState.
           MOVE SPACE TO CurParentInfo.
           WRITE PrintLine FROM SeparatorLine.
           MOVE RelTitle(CurRel) TO PrnRelTitle.
           WRITE PrintLine FROM SectionLine.
           WRITE PrintLine FROM ColumnHeading.
           WRITE PrintLine FROM ColumnReason.

       CloseSection.
           MOVE RelChecked(CurRel) TO PrnRelChecked.
           MOVE RelExceptions(CurRel) TO PrnRelExceptions.
           WRITE PrintLine FROM SectionTotalLine.
