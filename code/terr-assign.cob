       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRASSIGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL CustRepFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-reps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CustRepStatus.
           SELECT OPTIONAL SalesRepFile ASSIGN TO "./salesreps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RepStatus.
           SELECT MoveReport ASSIGN TO "./TerritoryMoves.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               88 IDXCustInactive VALUE 'I'.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD CustRepFile.
       01 CustRepRecord.
           02 CRCustID PIC 9(5).
           02 FILLER PIC X.
           02 CRRep PIC X(3).
           02 FILLER PIC X.
           02 CRFixed PIC X.
           02 FILLER PIC X.
           02 CRDate PIC 9(8).

       FD SalesRepFile.
       01 SalesRepRecord.
           02 SRCode PIC X(3).
           02 FILLER PIC X.
           02 SRName PIC X(30).
           02 FILLER PIC X.
           02 SRRate PIC V999.

       FD MoveReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 CustRepStatus PIC XX.
       01 RepStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ActionWanted PIC X(10).
       01 ApplyMoves PIC X VALUE 'N'.
       01 AssignCount PIC 9(5) VALUE ZERO.
       01 AssignTable.
           02 AssignEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON AssignCount
               INDEXED BY ASI.
               03 TblAsgCust PIC 9(5).
               03 TblAsgRep PIC X(3).
               03 TblAsgFixed PIC X.
               03 TblAsgDate PIC 9(8).
       01 AssignIdx PIC 9(5).
       01 FoundIdx PIC 9(5).
       01 RepCount PIC 9(3) VALUE ZERO.
       01 RepTable.
           02 RepEntry
               OCCURS 1 TO 100 TIMES
               DEPENDING ON RepCount
               INDEXED BY RPI.
               03 TblRepCode PIC X(3).
       01 RepIdx PIC 9(3).
       01 RepFound PIC X.
       01 TerrRep PIC X(3).
       01 OldRep PIC X(3).
       01 FormattedName PIC X(63).
       01 CustsRead PIC 9(6) VALUE ZERO.
       01 CustsSkipped PIC 9(6) VALUE ZERO.
       01 CustsUnchanged PIC 9(6) VALUE ZERO.
       01 CustsMoved PIC 9(6) VALUE ZERO.
       01 CustsAdded PIC 9(6) VALUE ZERO.
       01 CustsFixed PIC 9(6) VALUE ZERO.
       01 CustsNoTerr PIC 9(6) VALUE ZERO.
       01 CustsBadRep PIC 9(6) VALUE ZERO.
       01 TableFull PIC 9(6) VALUE ZERO.

       01 ReportHeading.
           02 FILLER PIC X(32) VALUE
               "Reasignacion de territorios     ".
           02 PrnBizDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMode PIC X(30).
       01 ColumnHeading.
           02 FILLER PIC X(32) VALUE
               "Cliente    Nombre               ".
           02 FILLER PIC X(29) VALUE
               "     Edo CP     Ant Nvo  Nota".
       01 DetailLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnCustName PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnState PIC X(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPostal PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOldRep PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNewRep PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNote PIC X(23).
       01 CountLine.
           02 PrnCountLabel PIC X(32).
           02 PrnCount PIC ZZZZZ9.
       01 AssignLine.
           02 CROutCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CROutRep PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CROutFixed PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CROutDate PIC 9(8).

       PROCEDURE DIVISION.

       MainPara.
           ACCEPT ActionWanted FROM ENVIRONMENT "TERR_ACTION".
           EVALUATE FUNCTION UPPER-CASE(ActionWanted)
               WHEN 'PREVIEW'
                   MOVE 'N' TO ApplyMoves
                   MOVE 'Vista previa, sin cambios' TO PrnMode
               WHEN 'APPLY'
                   MOVE 'Y' TO ApplyMoves
                   MOVE 'Cambios aplicados' TO PrnMode
               WHEN OTHER
                   DISPLAY 'Definir TERR_ACTION: PREVIEW o APPLY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadRepTable.
           IF RepCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin vendedores en salesreps.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LoadAssignTable.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MoveReport.
           MOVE BusinessDate TO PrnBizDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           MOVE 'N' TO WSEOF.
           PERFORM AssignOneCustomer UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CustomerIndexFile.
           PERFORM WriteTotals.
           CLOSE MoveReport.
           IF TableFull IS GREATER THAN ZERO THEN
               DISPLAY 'Tabla de asignaciones llena, no se grabo '
                   'cust-reps.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ApplyMoves IS EQUAL TO 'Y' AND
               CustsMoved + CustsAdded IS GREATER THAN ZERO THEN
               PERFORM SaveAssignTable
           END-IF.
           DISPLAY 'Clientes leidos:        ' CustsRead.
           DISPLAY 'Clientes movidos:       ' CustsMoved.
           DISPLAY 'Clientes asignados:     ' CustsAdded.
           DISPLAY 'Fijos sin mover:        ' CustsFixed.
           DISPLAY 'Sin territorio:         ' CustsNoTerr.
           DISPLAY 'Vendedor inexistente:   ' CustsBadRep.
           IF CustsNoTerr IS GREATER THAN ZERO OR
               CustsBadRep IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadRepTable.
           OPEN INPUT SalesRepFile.
           IF RepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneRep UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesRepFile
           ELSE IF RepStatus IS EQUAL TO "05" THEN
               CLOSE SalesRepFile
           END-IF.

       LoadOneRep.
           READ SalesRepFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF RepCount IS LESS THAN 100 THEN
                       ADD 1 TO RepCount
                       MOVE FUNCTION UPPER-CASE(SRCode)
                           TO TblRepCode(RepCount)
                   END-IF
           END-READ.

       LoadAssignTable.
           OPEN INPUT CustRepFile.
           IF CustRepStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneAssign UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE CustRepFile
           ELSE IF CustRepStatus IS EQUAL TO "05" THEN
               CLOSE CustRepFile
           END-IF.

       LoadOneAssign.
           READ CustRepFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AssignCount IS LESS THAN 20000 THEN
                       ADD 1 TO AssignCount
                       MOVE CRCustID TO TblAsgCust(AssignCount)
                       MOVE FUNCTION UPPER-CASE(CRRep)
                           TO TblAsgRep(AssignCount)
                       MOVE FUNCTION UPPER-CASE(CRFixed)
                           TO TblAsgFixed(AssignCount)
                       MOVE CRDate TO TblAsgDate(AssignCount)
                   ELSE
                       ADD 1 TO TableFull
                   END-IF
           END-READ.

       AssignOneCustomer.
           READ CustomerIndexFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   ADD 1 TO CustsRead
                   IF IDXCustInactive OR
                       (IDXCustMergedTo IS NUMERIC AND
                       IDXCustMergedTo IS GREATER THAN ZERO) THEN
                       ADD 1 TO CustsSkipped
                   ELSE
                       PERFORM PlaceOneCustomer
                   END-IF
           END-READ.

       PlaceOneCustomer.
           CALL 'TERRREP' USING IDXCustState, IDXCustPostal, TerrRep.
           PERFORM FindAssignEntry.
           IF FoundIdx IS GREATER THAN ZERO THEN
               MOVE TblAsgRep(FoundIdx) TO OldRep
           ELSE
               MOVE SPACE TO OldRep
           END-IF.
           IF TerrRep IS EQUAL TO SPACE THEN
               IF FoundIdx IS EQUAL TO ZERO THEN
                   ADD 1 TO CustsNoTerr
                   MOVE 'Sin territorio' TO PrnNote
                   PERFORM WriteMoveLine
               ELSE
                   ADD 1 TO CustsUnchanged
               END-IF
           ELSE IF TerrRep IS EQUAL TO OldRep THEN
               ADD 1 TO CustsUnchanged
           ELSE
               PERFORM CheckRepExists
               IF RepFound IS EQUAL TO 'N' THEN
                   ADD 1 TO CustsBadRep
                   MOVE 'Vendedor inexistente' TO PrnNote
                   PERFORM WriteMoveLine
               ELSE
                   PERFORM MoveOneCustomer
               END-IF
           END-IF.

       MoveOneCustomer.
           EVALUATE TRUE
               WHEN FoundIdx IS EQUAL TO ZERO
                   IF AssignCount IS LESS THAN 20000 THEN
                       ADD 1 TO AssignCount
                       MOVE IDXIDNum TO TblAsgCust(AssignCount)
                       MOVE TerrRep TO TblAsgRep(AssignCount)
                       MOVE SPACE TO TblAsgFixed(AssignCount)
                       MOVE BusinessDate TO TblAsgDate(AssignCount)
                       ADD 1 TO CustsAdded
                       MOVE 'Asignado' TO PrnNote
                   ELSE
                       ADD 1 TO TableFull
                       MOVE 'Tabla llena' TO PrnNote
                   END-IF
               WHEN TblAsgFixed(FoundIdx) IS EQUAL TO 'F'
                   ADD 1 TO CustsFixed
                   MOVE 'Fijo, no se mueve' TO PrnNote
               WHEN OTHER
                   MOVE TerrRep TO TblAsgRep(FoundIdx)
                   MOVE BusinessDate TO TblAsgDate(FoundIdx)
                   ADD 1 TO CustsMoved
                   MOVE 'Movido' TO PrnNote
           END-EVALUATE.
           PERFORM WriteMoveLine.

       FindAssignEntry.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneAssign
               VARYING AssignIdx FROM 1 BY 1
               UNTIL AssignIdx IS GREATER THAN AssignCount.

       FindOneAssign.
           IF TblAsgCust(AssignIdx) IS EQUAL TO IDXIDNum AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE AssignIdx TO FoundIdx
           END-IF.

       CheckRepExists.
           MOVE 'N' TO RepFound.
           PERFORM CheckOneRep
               VARYING RepIdx FROM 1 BY 1
               UNTIL RepIdx IS GREATER THAN RepCount.

       CheckOneRep.
           IF TblRepCode(RepIdx) IS EQUAL TO TerrRep THEN
               MOVE 'Y' TO RepFound
           END-IF.

       WriteMoveLine.
           MOVE IDXIDNum TO PrnCustID.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           MOVE FormattedName TO PrnCustName.
           MOVE IDXCustState TO PrnState.
           MOVE IDXCustPostal TO PrnPostal.
           MOVE OldRep TO PrnOldRep.
           MOVE TerrRep TO PrnNewRep.
           WRITE PrintLine FROM DetailLine.

       WriteTotals.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE 'Clientes leidos:' TO PrnCountLabel.
           MOVE CustsRead TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Inactivos o fusionados:' TO PrnCountLabel.
           MOVE CustsSkipped TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Sin cambio:' TO PrnCountLabel.
           MOVE CustsUnchanged TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Movidos de vendedor:' TO PrnCountLabel.
           MOVE CustsMoved TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Asignados por primera vez:' TO PrnCountLabel.
           MOVE CustsAdded TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Fijos, no se mueven:' TO PrnCountLabel.
           MOVE CustsFixed TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Sin territorio:' TO PrnCountLabel.
           MOVE CustsNoTerr TO PrnCount.
           WRITE PrintLine FROM CountLine.
           MOVE 'Vendedor inexistente:' TO PrnCountLabel.
           MOVE CustsBadRep TO PrnCount.
           WRITE PrintLine FROM CountLine.

       SaveAssignTable.
           OPEN OUTPUT CustRepFile.
           PERFORM SaveOneAssign
               VARYING AssignIdx FROM 1 BY 1
               UNTIL AssignIdx IS GREATER THAN AssignCount.
           CLOSE CustRepFile.

       SaveOneAssign.
           MOVE TblAsgCust(AssignIdx) TO CROutCustID.
           MOVE TblAsgRep(AssignIdx) TO CROutRep.
           MOVE TblAsgFixed(AssignIdx) TO CROutFixed.
           MOVE TblAsgDate(AssignIdx) TO CROutDate.
           WRITE CustRepRecord FROM AssignLine.
