           SELECT OPTIONAL OpenItemsFile ASSIGN TO "./ar-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL InvJournalFile ASSIGN TO "./inv-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackStatus.
           SELECT OPTIONAL GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
           SELECT BalanceReport ASSIGN TO "./DayBalance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

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

       FD InvJournalFile.
       01 InvJournalRecord.
           02 FILLER PIC X.
           02 BOFilled PIC X.

       FD GlJournalFile.
       01 GlJournalRecord.
           02 GLDate PIC 9(8).
           02 FILLER PIC X.
           02 GLAcct PIC 9(4).
           02 FILLER PIC X.
           02 GLSide PIC X.
           02 FILLER PIC X.
           02 GLAmount PIC 9(8)V99.
           02 FILLER PIC X.
           02 GLDocType PIC X(2).
           02 FILLER PIC X.
           02 GLRef PIC 9(6).

       FD BalanceReport.
       01 PrintLine PIC X(75).

       01 HasBoLines PIC X.
       01 InvJrnErrors PIC 9(4) VALUE ZERO.
       01 InvJrnRows PIC 9(5) VALUE ZERO.
       01 GlStatus PIC XX.
       01 ManualDebits PIC 9(10)V99 VALUE ZERO.
       01 ManualCredits PIC 9(10)V99 VALUE ZERO.
       01 ReportHeading PIC X(75) VALUE
           "Cuadre diario entre subsistemas".
       01 DateLine.
           PERFORM CheckArMovement.
           PERFORM CheckOrderStructure.
           PERFORM CheckInvJournal.
           PERFORM CheckManualEntries.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE OutOfBalance TO PrnOutCount.
                           MOVE 'N' TO CurrentHdrToday
                       END-IF
                   ELSE IF OrdRecType IS EQUAL TO 'L' THEN
                       IF HaveHeader IS EQUAL TO 'N' OR
                           OrdNum IS NOT EQUAL TO CurrentHdrOrd THEN
                           ADD 1 TO OrphanLines
                       ELSE
                           ADD 1 TO CurrentHdrLines
                                   EQUAL TO IJQtyAfter THEN
                                   ADD 1 TO InvJrnErrors
                               END-IF
                           WHEN 'V'
                               IF IJQtyBefore - IJQtyMoved IS NOT
                                   EQUAL TO IJQtyAfter THEN
                                   ADD 1 TO InvJrnErrors
                               END-IF
                           WHEN 'C'
                               IF IJQtyMoved IS NOT EQUAL TO
                                   IJQtyAfter THEN
                       END-EVALUATE
                   END-IF
           END-READ.

       CheckManualEntries.
           OPEN INPUT GlJournalFile.
           IF GlStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM SumOneManualLine UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE GlJournalFile
           ELSE IF GlStatus IS EQUAL TO "05" THEN
               CLOSE GlJournalFile
           END-IF.
           MOVE 'Polizas manuales del dia cuadran (MJ/MR)'
               TO PrnRelName.
           IF ManualDebits IS EQUAL TO ManualCredits THEN
               MOVE 'EN BALANCE' TO PrnRelState
           ELSE
               MOVE 'DESCUADRE' TO PrnRelState
               ADD 1 TO OutOfBalance
           END-IF.
           WRITE PrintLine FROM RelationLine.

       SumOneManualLine.
           READ GlJournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GLDate IS EQUAL TO BusinessDate AND
                       (GLDocType IS EQUAL TO 'MJ' OR
                       GLDocType IS EQUAL TO 'MR') THEN
                       IF GLSide IS EQUAL TO 'D' THEN
                           ADD GLAmount TO ManualDebits
                       ELSE
                           ADD GLAmount TO ManualCredits
                       END-IF
                   END-IF
           END-READ.
