           SELECT OPTIONAL InvJournalFile ASSIGN TO "./inv-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvJrnStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL BackorderFile ASSIGN TO "./backorders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPTIONAL ChangeJournal ASSIGN TO "./order-changes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgStatus.
           SELECT OPTIONAL KitFile ASSIGN TO "./kits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KitStatus.
           SELECT ReconcileReport ASSIGN TO "./InvReconcile.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.

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
               03 FILLER PIC X(17).

       FD BackorderFile.
       01 BackorderRecord.
           02 FILLER PIC X.
           02 ChgNewQty PIC 9(3).

       FD KitFile.
       01 KitRecord.
           02 KTKitProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompProd PIC X(5).
           02 FILLER PIC X.
           02 KTCompSize PIC X.
           02 FILLER PIC X.
           02 KTCompQty PIC 9(3).

       FD ReconcileReport.
       01 PrintLine PIC X(75).

       01 WorkQty PIC S9(7).
       01 WorkTs PIC X(14).
       01 CurrentHdrNew PIC X.
       01 KitStatus PIC XX.
       01 KitEOF PIC X.
       01 KitCount PIC 9(3) VALUE ZERO.
       01 KitTable.
           02 KitEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON KitCount
               INDEXED BY KTI.
               03 TblKitProd PIC X(5).
               03 TblKitComp PIC X(5).
               03 TblKitCompSize PIC X.
               03 TblKitCompQty PIC 9(3).
       01 KitIdx PIC 9(3).
       01 ProdIsKit PIC X.
       01 DiffCount PIC 9(4) VALUE ZERO.
       01 BaselineLine.
           02 BLOutType PIC X.
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           PERFORM LoadKitTable.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           STOP RUN.

                           MOVE IJQtyAfter
                               TO TblItemComputed(FoundIdx)
                       END-IF
                   WHEN IJType IS EQUAL TO 'V'
                       IF IJLocation IS EQUAL TO SPACE OR
                           IJLocation IS EQUAL TO ShipLocation THEN
                           SUBTRACT IJQtyMoved
                               FROM TblItemComputed(FoundIdx)
                       END-IF
                   WHEN IJType IS EQUAL TO 'X'
                       IF IJLocation IS EQUAL TO ShipLocation THEN
                           SUBTRACT IJQtyMoved
                       ELSE
                           MOVE 'N' TO CurrentHdrNew
                       END-IF
                   ELSE IF (OrdRecType IS EQUAL TO 'L' OR
                       OrdRecType IS EQUAL TO 'K') AND
                       CurrentHdrNew IS EQUAL TO 'Y' THEN
                       MOVE OrdField1(1:5) TO WorkProd
                       MOVE OrdField1(7:1) TO WorkSize
                       PERFORM CheckKitProduct
                       PERFORM FindItem
                       IF FoundIdx IS GREATER THAN ZERO AND
                           ProdIsKit IS EQUAL TO 'N' THEN
                           SUBTRACT FUNCTION NUMVAL(OrdField2(1:3))
                               FROM TblItemComputed(FoundIdx)
                       END-IF
                       BODate IS GREATER THAN BaseDate THEN
                       MOVE BOProd TO WorkProd
                       MOVE BOSize TO WorkSize
                       PERFORM CheckKitProduct
                       IF ProdIsKit IS EQUAL TO 'Y' THEN
                           PERFORM ReplayOneKitComponent
                               VARYING KitIdx FROM 1 BY 1
                               UNTIL KitIdx IS GREATER THAN KitCount
                       ELSE
                           PERFORM FindItem
                           IF FoundIdx IS GREATER THAN ZERO THEN
                               SUBTRACT BOQtyShort
                                   FROM TblItemComputed(FoundIdx)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       ReplayOneKitComponent.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(BOProd) THEN
               MOVE TblKitComp(KitIdx) TO WorkProd
               IF TblKitCompSize(KitIdx) IS EQUAL TO '*' THEN
                   MOVE BOSize TO WorkSize
               ELSE
                   MOVE TblKitCompSize(KitIdx) TO WorkSize
               END-IF
               PERFORM FindItem
               IF FoundIdx IS GREATER THAN ZERO THEN
                   COMPUTE TblItemComputed(FoundIdx) =
                       TblItemComputed(FoundIdx) -
                       (BOQtyShort * TblKitCompQty(KitIdx))
               END-IF
           END-IF.

       CheckKitProduct.
           MOVE 'N' TO ProdIsKit.
           PERFORM CheckOneKitEntry
               VARYING KitIdx FROM 1 BY 1
               UNTIL KitIdx IS GREATER THAN KitCount.

       CheckOneKitEntry.
           IF TblKitProd(KitIdx) IS EQUAL TO
               FUNCTION UPPER-CASE(WorkProd) THEN
               MOVE 'Y' TO ProdIsKit
           END-IF.

       LoadKitTable.
           OPEN INPUT KitFile.
           IF KitStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO KitEOF
               PERFORM LoadOneKit UNTIL KitEOF IS EQUAL TO 'Y'
               CLOSE KitFile
           ELSE IF KitStatus IS EQUAL TO "05" THEN
               CLOSE KitFile
           END-IF.

       LoadOneKit.
           READ KitFile
               AT END MOVE 'Y' TO KitEOF
               NOT AT END
                   IF KTCompQty IS NUMERIC AND
                       KTCompQty IS GREATER THAN ZERO AND
                       KitCount IS LESS THAN 500 THEN
                       ADD 1 TO KitCount
                       MOVE FUNCTION UPPER-CASE(KTKitProd)
                           TO TblKitProd(KitCount)
                       MOVE FUNCTION UPPER-CASE(KTCompProd)
                           TO TblKitComp(KitCount)
                       MOVE FUNCTION UPPER-CASE(KTCompSize)
                           TO TblKitCompSize(KitCount)
                       MOVE KTCompQty TO TblKitCompQty(KitCount)
                   END-IF
           END-READ.

       ReplayOrderChanges.
           OPEN INPUT ChangeJournal.
           IF ChgStatus IS EQUAL TO "00" THEN
