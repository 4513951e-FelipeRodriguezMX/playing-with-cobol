               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL OrderArchDir ASSIGN TO "./order-arch-dir.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DirStatus.
           SELECT OPTIONAL OrderHist ASSIGN TO DYNAMIC OrderHistName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistOrdStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT OPTIONAL TrackingFile
               ASSIGN TO "./ship-tracking.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TrackStatus.
           SELECT OPTIONAL NotesFile ASSIGN TO "./coll-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotesStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerIndexFile.

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

       FD OrderArchDir.
       01 OrderArchDirRecord.
           02 OADMonth PIC 9(6).
           02 FILLER PIC X.
           02 OADFileName PIC X(30).

       FD OrderHist.
       01 OrderHistRecord.
           02 HistRecType PIC X.
           02 FILLER PIC X.
           02 HistOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 HistField1 PIC X(8).
           02 HistField2 PIC X(6).
           02 FILLER PIC X.
           02 HistShipTo PIC X(2).
           02 FILLER PIC X.
           02 HistHdrStatus PIC X.
           02 FILLER PIC X(12).

       FD SalesJournal.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD BackorderFile.
       01 BackorderRecord.
           02 FILLER PIC X.
           02 BOFilled PIC X.

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

       FD NotesFile.
       01 NotesRecord.
           02 CNCustID PIC 9(5).
           02 FILLER PIC X.
           02 CNDate PIC 9(8).
           02 FILLER PIC X.
           02 CNCollector PIC X(8).
           02 FILLER PIC X.
           02 CNPromAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 CNPromDate PIC 9(8).
           02 FILLER PIC X.
           02 CNText PIC X(50).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 OrdStatus PIC XX.
       01 DirStatus PIC XX.
       01 HistOrdStatus PIC XX.
       01 DirEOF PIC X.
       01 HistEOF PIC X.
       01 OrderHistName PIC X(30).
       01 JournalStatus PIC XX.
       01 HistStatus PIC XX.
       01 OpenStatus PIC XX.
       01 BackStatus PIC XX.
       01 TrackStatus PIC XX.
       01 NotesStatus PIC XX.
       01 WSEOF PIC X.
       01 MoreLookups PIC X VALUE 'S'.
       01 EnteredID PIC X(5).
       01 WantedID PIC 9(5).
       01 FormattedName PIC X(63).
       01 CurrentHdrCust PIC 9(5).
       01 WantedCustKey PIC X(5).
       01 CustOrdCount PIC 9(4) VALUE ZERO.
       01 CustOrdIdx PIC 9(4).
       01 CustOrdTable.
           02 CustOrdEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON CustOrdCount
               INDEXED BY COI.
               03 TblCustOrdNum PIC 9(6).
       01 ShownCount PIC 9(5).
       01 CustBalance PIC 9(8)V99.
       01 OrderHeaderView.
           02 PrnOrdDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdStatus PIC X.
       01 ArchOrderView.
           02 FILLER PIC X(8) VALUE '  Pedido'.
           02 FILLER PIC X VALUE SPACE.
           02 PrnArchOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnArchOrdDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnArchOrdStatus PIC X.
           02 FILLER PIC X(5) VALUE '  en '.
           02 PrnArchFile PIC X(30).
       01 OrderLineView.
           02 FILLER PIC X(10) VALUE SPACE.
           02 PrnLineProd PIC X(5).
           02 PrnBOQty PIC ZZ9.
           02 FILLER PIC X(9) VALUE '  pedido '.
           02 PrnBOOrdNum PIC 9(6).
       01 TrackingView.
           02 FILLER PIC X(11) VALUE '  Embarque '.
           02 PrnTrkOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrkDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTrkCarrier PIC X(3).
           02 FILLER PIC X(7) VALUE '  Guia '.
           02 PrnTrkTracking PIC X(20).
           02 FILLER PIC X(9) VALUE '  Bultos '.
           02 PrnTrkPackages PIC ZZ9.
       01 LatestNotes.
           02 LatestNote OCCURS 3 TIMES.
               03 LatestNoteDate PIC 9(8).
               03 LatestCollector PIC X(8).
               03 LatestPromAmt PIC 9(6)V99.
               03 LatestPromDate PIC 9(8).
               03 LatestText PIC X(50).
       01 NoteSlot PIC 9.
       01 NoteView.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteCollector PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteText PIC X(50).
       01 PromiseView.
           02 FILLER PIC X(20) VALUE '    Promesa de pago '.
           02 PrnPromAmt PIC ZZZZZ9.99.
           02 FILLER PIC X(7) VALUE ' para: '.
           02 PrnPromDate PIC 9(8).
       01 BalanceView.
           02 FILLER PIC X(18) VALUE '  Saldo abierto:  '.
           02 PrnBalance PIC ZZZZZZZ9.99.
           DISPLAY 'Pedidos:'.
           PERFORM ShowCustOrders.
           DISPLAY ' '
           DISPLAY 'Pedidos archivados:'.
           PERFORM ShowArchivedOrders.
           DISPLAY ' '
           DISPLAY 'Embarques:'.
           PERFORM ShowCustShipments.
           DISPLAY ' '
           DISPLAY 'Facturas:'.
           PERFORM ShowCustInvoices.
           DISPLAY ' '
           DISPLAY ' '
           DISPLAY 'Backorders pendientes:'.
           PERFORM ShowCustBackorders.
           DISPLAY ' '
           DISPLAY 'Ultimas notas de cobranza:'.
           PERFORM ShowCustNotes.

       ShowCustOrders.
           MOVE ZERO TO ShownCount.
           MOVE ZERO TO CurrentHdrCust.
           MOVE ZERO TO CustOrdCount.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE WantedID TO WantedCustKey
               MOVE WantedCustKey TO OXCustID
               MOVE 'N' TO WSEOF
               START OrderFile KEY IS EQUAL TO OXCustID
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM FindOneCustOrder UNTIL WSEOF IS EQUAL TO 'Y'
               PERFORM ShowOneCustOrder
                   VARYING CustOrdIdx FROM 1 BY 1
                   UNTIL CustOrdIdx IS GREATER THAN CustOrdCount
               CLOSE OrderFile
           ELSE IF OrdStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
               DISPLAY '  (ninguno)'
           END-IF.

       FindOneCustOrder.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OXCustID IS NOT EQUAL TO WantedCustKey THEN
                       MOVE 'Y' TO WSEOF
                   ELSE IF OrdRecType IS EQUAL TO 'H' AND
                       CustOrdCount IS LESS THAN 2000 THEN
                       ADD 1 TO CustOrdCount
                       MOVE OXOrdNum TO TblCustOrdNum(CustOrdCount)
                   END-IF
           END-READ.

       ShowOneCustOrder.
           MOVE TblCustOrdNum(CustOrdIdx) TO OXOrdNum.
           MOVE ZERO TO OXLineNum.
           MOVE 'N' TO WSEOF.
           START OrderFile KEY IS NOT LESS THAN OXKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM ShowOneOrderRec UNTIL WSEOF IS EQUAL TO 'Y'.

       ShowOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OXOrdNum IS NOT EQUAL TO
                       TblCustOrdNum(CustOrdIdx) THEN
                       MOVE 'Y' TO WSEOF
                   ELSE IF OrdRecType IS EQUAL TO 'H' THEN
                       IF OrdHdrStatus IS EQUAL TO 'C' OR
                           OrdHdrStatus IS EQUAL TO 'I' THEN
                           MOVE ZERO TO CurrentHdrCust
                   END-IF
           END-READ.

       ShowArchivedOrders.
           MOVE ZERO TO ShownCount.
           OPEN INPUT OrderArchDir.
           IF DirStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO DirEOF
               PERFORM ShowOneArchiveFile UNTIL DirEOF IS EQUAL TO 'Y'
               CLOSE OrderArchDir
           ELSE IF DirStatus IS EQUAL TO "05" THEN
               CLOSE OrderArchDir
           END-IF.
           IF ShownCount IS EQUAL TO ZERO THEN
               DISPLAY '  (ninguno)'
           END-IF.

       ShowOneArchiveFile.
           READ OrderArchDir
               AT END MOVE 'Y' TO DirEOF
               NOT AT END
                   MOVE OADFileName TO OrderHistName
                   MOVE ZERO TO CurrentHdrCust
                   OPEN INPUT OrderHist
                   IF HistOrdStatus IS EQUAL TO "00" THEN
                       MOVE 'N' TO HistEOF
                       PERFORM ShowOneArchivedRec
                           UNTIL HistEOF IS EQUAL TO 'Y'
                       CLOSE OrderHist
                   ELSE IF HistOrdStatus IS EQUAL TO "05" THEN
                       CLOSE OrderHist
                   END-IF
           END-READ.

       ShowOneArchivedRec.
           READ OrderHist
               AT END MOVE 'Y' TO HistEOF
               NOT AT END
                   IF HistRecType IS EQUAL TO 'H' THEN
                       MOVE HistField2(2:5) TO CurrentHdrCust
                       IF CurrentHdrCust IS EQUAL TO WantedID THEN
                           ADD 1 TO ShownCount
                           MOVE HistOrdNum TO PrnArchOrdNum
                           MOVE HistField1 TO PrnArchOrdDate
                           MOVE HistHdrStatus TO PrnArchOrdStatus
                           MOVE OrderHistName TO PrnArchFile
                           DISPLAY ArchOrderView
                       END-IF
                   ELSE IF HistRecType IS EQUAL TO 'L' AND
                       CurrentHdrCust IS EQUAL TO WantedID THEN
                       MOVE HistField1(1:5) TO PrnLineProd
                       MOVE HistField1(7:1) TO PrnLineSize
                       MOVE HistField2(1:3) TO PrnLineQty
                       DISPLAY OrderLineView
                   END-IF
           END-READ.

       ShowCustShipments.
           MOVE ZERO TO ShownCount.
           OPEN INPUT TrackingFile.
           IF TrackStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ShowOneShipment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE TrackingFile
           ELSE IF TrackStatus IS EQUAL TO "05" THEN
               CLOSE TrackingFile
           END-IF.
           IF ShownCount IS EQUAL TO ZERO THEN
               DISPLAY '  (ninguno)'
           END-IF.

       ShowOneShipment.
           READ TrackingFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF TrkCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO ShownCount
                       MOVE TrkOrdNum TO PrnTrkOrdNum
                       MOVE TrkDate TO PrnTrkDate
                       MOVE TrkCarrier TO PrnTrkCarrier
                       MOVE TrkTracking TO PrnTrkTracking
                       MOVE TrkPackages TO PrnTrkPackages
                       DISPLAY TrackingView
                   END-IF
           END-READ.

       ShowCustInvoices.
           MOVE ZERO TO ShownCount.
           OPEN INPUT SalesJournal.
                           WHEN 'W' MOVE 'Castigo ' TO PrnPayLabel
                           WHEN 'D' MOVE 'Anticipo' TO PrnPayLabel
                           WHEN 'C' MOVE 'NotaCred' TO PrnPayLabel
                           WHEN 'E' MOVE 'DescPP  ' TO PrnPayLabel
                           WHEN OTHER MOVE 'Pago    ' TO PrnPayLabel
                       END-EVALUATE
                       MOVE PHInvNum TO PrnPayInv
                       DISPLAY BackorderView
                   END-IF
           END-READ.

       ShowCustNotes.
           MOVE ZERO TO ShownCount.
           INITIALIZE LatestNotes.
           OPEN INPUT NotesFile.
           IF NotesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM KeepOneNote UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE NotesFile
           ELSE IF NotesStatus IS EQUAL TO "05" THEN
               CLOSE NotesFile
           END-IF.
           IF ShownCount IS EQUAL TO ZERO THEN
               DISPLAY '  (ninguna)'
           ELSE
               PERFORM ShowOneNote
                   VARYING NoteSlot FROM 1 BY 1
                   UNTIL NoteSlot IS GREATER THAN 3
           END-IF.

       KeepOneNote.
           READ NotesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CNCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO ShownCount
                       MOVE LatestNote(2) TO LatestNote(1)
                       MOVE LatestNote(3) TO LatestNote(2)
                       MOVE CNDate TO LatestNoteDate(3)
                       MOVE CNCollector TO LatestCollector(3)
                       MOVE CNPromAmt TO LatestPromAmt(3)
                       MOVE CNPromDate TO LatestPromDate(3)
                       MOVE CNText TO LatestText(3)
                   END-IF
           END-READ.

       ShowOneNote.
           IF LatestNoteDate(NoteSlot) IS GREATER THAN ZERO THEN
               MOVE LatestNoteDate(NoteSlot) TO PrnNoteDate
               MOVE LatestCollector(NoteSlot) TO PrnNoteCollector
               MOVE LatestText(NoteSlot) TO PrnNoteText
               DISPLAY NoteView
               IF LatestPromAmt(NoteSlot) IS NUMERIC AND
                   LatestPromAmt(NoteSlot) IS GREATER THAN ZERO THEN
                   MOVE LatestPromAmt(NoteSlot) TO PrnPromAmt
                   MOVE LatestPromDate(NoteSlot) TO PrnPromDate
                   DISPLAY PromiseView
               END-IF
           END-IF.
