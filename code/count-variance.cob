           SELECT OPTIONAL MovesFile ASSIGN TO "./stock-moves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MovesStatus.
           SELECT OPTIONAL LocStockFile ASSIGN TO "./loc-stock.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LocStatus.
           SELECT OPTIONAL HistoryFile ASSIGN TO "./count-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT VarianceReport ASSIGN TO "./CountVariance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 SNSize PIC A.
           02 FILLER PIC X.
           02 SNBookQty PIC 9(5).
           02 FILLER PIC X.
           02 SNLocation PIC X(3).

       FD CountFile.
       01 CountRecord.
           02 CNSize PIC A.
           02 FILLER PIC X.
           02 CNQty PIC 9(5).
           02 FILLER PIC X.
           02 CNLocation PIC X(3).

       FD ProductMaster.
       01 ProductMasterRecord.
           02 CSFCost PIC 9(4)V99.

       FD MovesFile.
       01 MoveRecord PIC X(46).

       FD LocStockFile.
       01 LocStockRecord.
           02 LSLocation PIC X(3).
           02 FILLER PIC X.
           02 LSProd PIC X(5).
           02 FILLER PIC X.
           02 LSSize PIC X.
           02 FILLER PIC X.
           02 LSQty PIC 9(5).

       FD HistoryFile.
       01 HistoryRecord PIC X(20).

       FD VarianceReport.
       01 PrintLine PIC X(75).
       01 ProdStatus PIC XX.
       01 CostStatus PIC XX.
       01 MovesStatus PIC XX.
       01 LocStatus PIC XX.
       01 HistStatus PIC XX.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ShipLocation PIC X(3) VALUE 'PRI'.
       01 WorkLocation PIC X(3).
       01 HistWritten PIC 9(4) VALUE ZERO.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 SnapCount PIC 9(4) VALUE ZERO.
               OCCURS 1 TO 500 TIMES
               DEPENDING ON SnapCount
               INDEXED BY SNI.
               03 TblSnapLoc PIC X(3).
               03 TblSnapProd PIC X(5).
               03 TblSnapSize PIC A.
               03 TblSnapBook PIC 9(5).
           02 MVReason PIC X(10) VALUE 'CONTEO'.
           02 FILLER PIC X VALUE SPACE.
           02 MVOperator PIC X(8).
           02 FILLER PIC X(8) VALUE SPACE.
           02 MVLocation PIC X(3).
       01 HistoryLine.
           02 HSDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HSLocation PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 HSProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 HSSize PIC X.
       01 ReportHeading PIC X(75) VALUE
           "Variaciones del conteo fisico".
       01 ColumnHeading PIC X(75) VALUE
           "    Ubi  Prod   T   Libro  Contado  Variacion      Importe".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnLocation PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSize PIC A.
           02 PrnVarValue PIC -ZZZZZ9.99.
       01 NoCountLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnNcLocation PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNcProd PIC X(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNcSize PIC A.
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           MOVE 'SHIPLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadSnapshot.
           IF SnapCount IS EQUAL TO ZERO THEN
           MOVE TotVarValue TO PrnTotValue.
           WRITE PrintLine FROM TotalLine.
           CLOSE VarianceReport.
           PERFORM RecordCountHistory.
           DISPLAY 'Renglones con variacion: ' VarCount.
           IF VarCount IS GREATER THAN ZERO THEN
               PERFORM AskApproval
               NOT AT END
                   IF SnapCount IS LESS THAN 500 THEN
                       ADD 1 TO SnapCount
                       IF SNLocation IS EQUAL TO SPACE THEN
                           MOVE ShipLocation TO TblSnapLoc(SnapCount)
                       ELSE
                           MOVE FUNCTION UPPER-CASE(SNLocation)
                               TO TblSnapLoc(SnapCount)
                       END-IF
                       MOVE SNProd TO TblSnapProd(SnapCount)
                       MOVE SNSize TO TblSnapSize(SnapCount)
                       MOVE SNBookQty TO TblSnapBook(SnapCount)
           READ CountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CNLocation IS EQUAL TO SPACE THEN
                       MOVE ShipLocation TO WorkLocation
                   ELSE
                       MOVE FUNCTION UPPER-CASE(CNLocation)
                           TO WorkLocation
                   END-IF
                   PERFORM MatchOneCount
                       VARYING SnapIdx FROM 1 BY 1
                       UNTIL SnapIdx IS GREATER THAN SnapCount
           IF FUNCTION UPPER-CASE(TblSnapProd(SnapIdx)) IS EQUAL TO
               FUNCTION UPPER-CASE(CNProd) AND
               FUNCTION UPPER-CASE(TblSnapSize(SnapIdx)) IS EQUAL TO
                   FUNCTION UPPER-CASE(CNSize) AND
               TblSnapLoc(SnapIdx) IS EQUAL TO WorkLocation THEN
               MOVE CNQty TO TblSnapCounted(SnapIdx)
               MOVE 'Y' TO TblSnapHasCount(SnapIdx)
           END-IF.

       ReportOneVariance.
           IF TblSnapHasCount(SnapIdx) IS EQUAL TO 'N' THEN
               MOVE TblSnapLoc(SnapIdx) TO PrnNcLocation
               MOVE TblSnapProd(SnapIdx) TO PrnNcProd
               MOVE TblSnapSize(SnapIdx) TO PrnNcSize
               WRITE PrintLine FROM NoCountLine
                   PERFORM LookupCost
                   COMPUTE VarValue = VarQty * UnitCost
                   ADD VarValue TO TotVarValue
                   MOVE TblSnapLoc(SnapIdx) TO PrnLocation
                   MOVE TblSnapProd(SnapIdx) TO PrnProd
                   MOVE TblSnapSize(SnapIdx) TO PrnSize
                   MOVE TblSnapBook(SnapIdx) TO PrnBook
                       MOVE TblSnapProd(SnapIdx) TO MVProd
                       MOVE TblSnapSize(SnapIdx) TO MVSize
                       MOVE MoveTarget TO MVQty
                       MOVE TblSnapLoc(SnapIdx) TO MVLocation
                       MOVE OperatorID TO MVOperator
                       WRITE MoveRecord FROM MoveLine
                       ADD 1 TO MovesWritten
       GetLiveQty.
           MOVE 'N' TO LiveFound.
           MOVE ZERO TO LiveQty.
           IF TblSnapLoc(SnapIdx) IS NOT EQUAL TO ShipLocation THEN
               PERFORM GetLiveLocQty
           ELSE
               PERFORM GetLiveMasterQty
           END-IF.

       GetLiveMasterQty.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               MOVE PMSizeQty(MSI) TO LiveQty
               MOVE 'Y' TO LiveFound
           END-IF.

       GetLiveLocQty.
           OPEN INPUT LocStockFile.
           IF LocStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneLiveLoc UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE LocStockFile
           ELSE IF LocStatus IS EQUAL TO "05" THEN
               CLOSE LocStockFile
           END-IF.
           IF LiveFound IS EQUAL TO 'N' THEN
               PERFORM GetLiveMasterQty
               IF LiveFound IS EQUAL TO 'Y' THEN
                   MOVE ZERO TO LiveQty
               END-IF
           END-IF.

       CheckOneLiveLoc.
           READ LocStockFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(LSLocation) IS EQUAL TO
                       TblSnapLoc(SnapIdx) AND
                       FUNCTION UPPER-CASE(LSProd) IS EQUAL TO
                       FUNCTION UPPER-CASE(TblSnapProd(SnapIdx)) AND
                       FUNCTION UPPER-CASE(LSSize) IS EQUAL TO
                       FUNCTION UPPER-CASE(TblSnapSize(SnapIdx)) THEN
                       MOVE LSQty TO LiveQty
                       MOVE 'Y' TO LiveFound
                   END-IF
           END-READ.

       RecordCountHistory.
           OPEN EXTEND HistoryFile.
           PERFORM RecordOneCount
               VARYING SnapIdx FROM 1 BY 1
               UNTIL SnapIdx IS GREATER THAN SnapCount.
           CLOSE HistoryFile.
           DISPLAY 'Conteos registrados en count-history: '
               HistWritten.

       RecordOneCount.
           IF TblSnapHasCount(SnapIdx) IS EQUAL TO 'Y' THEN
               MOVE BusinessDate TO HSDate
               MOVE TblSnapLoc(SnapIdx) TO HSLocation
               MOVE FUNCTION UPPER-CASE(TblSnapProd(SnapIdx))
                   TO HSProd
               MOVE FUNCTION UPPER-CASE(TblSnapSize(SnapIdx))
                   TO HSSize
               WRITE HistoryRecord FROM HistoryLine
               ADD 1 TO HistWritten
           END-IF.
