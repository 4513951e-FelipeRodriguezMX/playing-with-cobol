       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPSHIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrdStatus.
           SELECT OPTIONAL PoFile ASSIGN TO "./purchase-orders.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoStatus.
           SELECT OPTIONAL PoSeqFile ASSIGN TO "./poseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
           SELECT ProductMaster ASSIGN TO "./prodmaster.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMProdName
               FILE STATUS IS ProdStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL ShipToFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/ship-to.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipToStatus.
           SELECT OPTIONAL VendorFile ASSIGN TO "./vendors.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendStatus.
           SELECT OPTIONAL CostFile ASSIGN TO "./costs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostStatus.
           SELECT DropReport ASSIGN TO "./DropShip.dat"
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

       FD PoFile.
       01 PoRecord.
           02 PORecType PIC X.
           02 FILLER PIC X.
           02 PONum PIC 9(6).
           02 FILLER PIC X.
           02 POField1 PIC X(5).
           02 FILLER PIC X.
           02 POField2 PIC X(8).
           02 FILLER PIC X.
           02 POField3 PIC X(5).
           02 FILLER PIC X.
           02 POField4 PIC X(8).
           02 FILLER PIC X.
           02 POField5 PIC X(6).

       FD PoSeqFile.
       01 PoSeqRecord.
           02 SeqLastUsed PIC 9(6).

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
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD ShipToFile.
       01 ShipToRecord PIC X(52).

       FD VendorFile.
       01 VendorRecord.
           02 VNCode PIC X(5).
           02 FILLER PIC X.
           02 VNName PIC X(30).
           02 FILLER PIC X.
           02 VNContact PIC X(20).
           02 FILLER PIC X.
           02 VNLeadDays PIC 9(3).
           02 FILLER PIC X.
           02 VNMinOrder PIC 9(5).

       FD CostFile.
       01 CostRecord.
           02 CSFProdName PIC X(5).
           02 FILLER PIC X.
           02 CSFEffectiveDate PIC 9(8).
           02 FILLER PIC X.
           02 CSFCost PIC 9(4)V99.

       FD DropReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 OrdStatus PIC XX.
       01 PoStatus PIC XX.
       01 SeqStatus PIC XX.
       01 ProdStatus PIC XX.
       01 IdxStatus PIC XX.
       01 ShipToStatus PIC XX.
       01 VendStatus PIC XX.
       01 CostStatus PIC XX.
       01 OrdEOF PIC X.
       01 OrdImageBefore PIC X(40).
       01 PoEOF PIC X.
       01 ShipToEOF PIC X.
       01 VendEOF PIC X.
       01 CostEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 MaxDaysOut PIC 9(3) VALUE 10.
       01 TodayInt PIC 9(7).
       01 PoDateInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 PoNumber PIC 9(6).
       01 LinePo PIC 9(6).
       01 CurrentLive PIC X VALUE 'N'.
       01 CurrentCust PIC 9(5).
       01 CurrentShipTo PIC 9(2).
       01 NewSeq PIC 9(4).
       01 NewIdx PIC 9(4).
       01 LineIdx PIC 9(4).
       01 PosIssued PIC 9(4) VALUE ZERO.
       01 LinesIssued PIC 9(4) VALUE ZERO.
       01 PendingLines PIC 9(5) VALUE ZERO.
       01 LateLines PIC 9(5) VALUE ZERO.
       01 NoVendorLines PIC 9(5) VALUE ZERO.
       01 NewCount PIC 9(4) VALUE ZERO.
       01 NewLineTable.
           02 NewLineEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON NewCount
               INDEXED BY NLI.
               03 TblNewOrd PIC 9(6).
               03 TblNewCust PIC 9(5).
               03 TblNewShipTo PIC 9(2).
               03 TblNewProd PIC X(5).
               03 TblNewSize PIC A.
               03 TblNewQty PIC 9(3).
               03 TblNewVendor PIC X(5).
               03 TblNewPo PIC 9(6).
       01 DropPoCount PIC 9(4) VALUE ZERO.
       01 DropPoTable.
           02 DropPoEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON DropPoCount
               INDEXED BY DPI.
               03 TblDropPo PIC 9(6).
               03 TblDropVendor PIC X(5).
               03 TblDropDate PIC 9(8).
       01 DropPoFoundIdx PIC 9(4).
       01 VendCount PIC 9(3) VALUE ZERO.
       01 VendTable.
           02 VendEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON VendCount
               INDEXED BY VDI.
               03 TblVendCode PIC X(5).
               03 TblVendLead PIC 9(3).
       01 VendLead PIC 9(3).
       01 ShipCount PIC 9(3) VALUE ZERO.
       01 ShipTable.
           02 ShipEntry
               OCCURS 1 TO 500 TIMES
               DEPENDING ON ShipCount
               INDEXED BY SHI.
               03 TblShipCust PIC 9(5).
               03 TblShipNum PIC 9(2).
               03 TblShipStreet PIC X(20).
               03 TblShipCity PIC X(12).
               03 TblShipState PIC X(2).
               03 TblShipPostal PIC X(6).
       01 ShipIdx PIC 9(3).
       01 ShipFoundIdx PIC 9(3).
       01 ShipToLine.
           02 SHTCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SHTShipToNum PIC 9(2).
           02 FILLER PIC X VALUE SPACE.
           02 SHTStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 SHTCity PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 SHTState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 SHTPostal PIC X(6).
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
       01 PoHeaderLine.
           02 FILLER PIC X VALUE 'H'.
           02 FILLER PIC X VALUE SPACE.
           02 POHdrNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 POHdrVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 POHdrDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 POHdrStatus PIC X VALUE 'D'.
       01 PoDropLine.
           02 FILLER PIC X VALUE 'D'.
           02 FILLER PIC X VALUE SPACE.
           02 PODrpNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PODrpOrdNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PODrpCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PODrpShipTo PIC 9(2).
       01 PoStreetLine.
           02 FILLER PIC X VALUE 'S'.
           02 FILLER PIC X VALUE SPACE.
           02 POStrNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 POStrStreet PIC X(20).
       01 PoCityLine.
           02 FILLER PIC X VALUE 'T'.
           02 FILLER PIC X VALUE SPACE.
           02 POCtyNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 POCtyCity PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 POCtyState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 POCtyPostal PIC X(6).
       01 PoDetailLine.
           02 FILLER PIC X VALUE 'L'.
           02 FILLER PIC X VALUE SPACE.
           02 PODtlNum PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 PODtlQty PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PODtlRecvd PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlDue PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PODtlCost PIC 9(4)V99.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Envio directo pendiente      Fecha: ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(22) VALUE "   Limite sin confirm ".
           02 PrnMaxDays PIC ZZ9.
           02 FILLER PIC X(5) VALUE " dias".
       01 ColumnHeading.
           02 FILLER PIC X(40) VALUE
               "Pedido  Cliente Prod  T Cant  OC      Pr".
           02 FILLER PIC X(40) VALUE
               "ov  Fecha OC  Dias  Nota".
       01 DetailLine.
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSize PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnQty PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACE.
           02 PrnPoNum PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnVendor PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPoDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDaysOld PIC ZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnFlag PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNote PIC X(13).
       01 IssuedLine.
           02 FILLER PIC X(28) VALUE
               "OC directas emitidas hoy:   ".
           02 PrnPosIssued PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   Lineas:  ".
           02 PrnLinesIssued PIC ZZZ9.
       01 TotalLine.
           02 FILLER PIC X(28) VALUE
               "Lineas en espera proveedor: ".
           02 PrnPending PIC ZZZZ9.
           02 FILLER PIC X(19) VALUE "   Atrasadas (*):  ".
           02 PrnLate PIC ZZZZ9.
       01 NoVendorLine.
           02 FILLER PIC X(28) VALUE
               "Lineas sin proveedor/OC:    ".
           02 PrnNoVendor PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'DROPMAXDAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE MaxDaysOut = FUNCTION NUMVAL(ParmValue)
           END-IF.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM LoadVendorTable.
           PERFORM LoadCostTable.
           PERFORM LoadShipToTable.
           PERFORM LoadDropPos.
           OPEN INPUT ProductMaster.
           IF ProdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir prodmaster.idx: ' ProdStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               CLOSE ProductMaster
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CollectNewDropLines.
           IF NewCount IS GREATER THAN ZERO THEN
               PERFORM IssueDropPos
           END-IF.
           IF LinesIssued IS GREATER THAN ZERO THEN
               PERFORM StampOrderPos
           END-IF.
           CLOSE ProductMaster, CustomerIndexFile.
           PERFORM WriteDropReport.
           DISPLAY 'OC directas emitidas:   ' PosIssued.
           DISPLAY 'Lineas en las OC:       ' LinesIssued.
           DISPLAY 'Lineas en espera:       ' PendingLines.
           DISPLAY 'Lineas atrasadas:       ' LateLines.
           DISPLAY 'Lineas sin proveedor:   ' NoVendorLines.
           IF LateLines IS GREATER THAN ZERO OR
               NoVendorLines IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadVendorTable.
           OPEN INPUT VendorFile.
           IF VendStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO VendEOF
               PERFORM LoadOneVendor UNTIL VendEOF IS EQUAL TO 'Y'
               CLOSE VendorFile
           ELSE IF VendStatus IS EQUAL TO "05" THEN
               CLOSE VendorFile
           END-IF.

       LoadOneVendor.
           READ VendorFile
               AT END MOVE 'Y' TO VendEOF
               NOT AT END
                   IF VendCount IS LESS THAN 500 THEN
                       ADD 1 TO VendCount
                       MOVE FUNCTION UPPER-CASE(VNCode)
                           TO TblVendCode(VendCount)
                       IF VNLeadDays IS NUMERIC THEN
                           MOVE VNLeadDays TO TblVendLead(VendCount)
                       ELSE
                           MOVE ZERO TO TblVendLead(VendCount)
                       END-IF
                   END-IF
           END-READ.

       LoadCostTable.
           OPEN INPUT CostFile.
           IF CostStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneCost UNTIL CostEOF IS EQUAL TO 'Y'
               CLOSE CostFile
           ELSE IF CostStatus IS EQUAL TO "05" THEN
               CLOSE CostFile
           END-IF.

       LoadOneCost.
           READ CostFile
               AT END MOVE 'Y' TO CostEOF
               NOT AT END
                   IF CostCount IS LESS THAN 99 THEN
                       ADD 1 TO CostCount
                       MOVE CSFProdName TO CSProdName(CostCount)
                       MOVE CSFEffectiveDate TO
                           CSEffectiveDate(CostCount)
                       MOVE CSFCost TO CSCost(CostCount)
                   END-IF
           END-READ.

       LoadShipToTable.
           OPEN INPUT ShipToFile.
           IF ShipToStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ShipToEOF
               PERFORM LoadOneShipTo UNTIL ShipToEOF IS EQUAL TO 'Y'
               CLOSE ShipToFile
           ELSE IF ShipToStatus IS EQUAL TO "05" THEN
               CLOSE ShipToFile
           END-IF.

       LoadOneShipTo.
           READ ShipToFile INTO ShipToLine
               AT END MOVE 'Y' TO ShipToEOF
               NOT AT END
                   IF ShipCount IS LESS THAN 500 THEN
                       ADD 1 TO ShipCount
                       MOVE SHTCustID TO TblShipCust(ShipCount)
                       MOVE SHTShipToNum TO TblShipNum(ShipCount)
                       MOVE SHTStreet TO TblShipStreet(ShipCount)
                       MOVE SHTCity TO TblShipCity(ShipCount)
                       MOVE SHTState TO TblShipState(ShipCount)
                       MOVE SHTPostal TO TblShipPostal(ShipCount)
                   END-IF
           END-READ.

       LoadDropPos.
           OPEN INPUT PoFile.
           IF PoStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PoEOF
               PERFORM LoadOneDropPo UNTIL PoEOF IS EQUAL TO 'Y'
               CLOSE PoFile
           ELSE IF PoStatus IS EQUAL TO "05" THEN
               CLOSE PoFile
           END-IF.

       LoadOneDropPo.
           READ PoFile
               AT END MOVE 'Y' TO PoEOF
               NOT AT END
                   IF PORecType IS EQUAL TO 'H' AND
                       POField3(1:1) IS EQUAL TO 'D' AND
                       DropPoCount IS LESS THAN 2000 THEN
                       ADD 1 TO DropPoCount
                       MOVE PONum TO TblDropPo(DropPoCount)
                       MOVE POField1 TO TblDropVendor(DropPoCount)
                       MOVE POField2 TO TblDropDate(DropPoCount)
                   END-IF
           END-READ.

       CollectNewDropLines.
           OPEN INPUT OrderFile.
           IF OrdStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe orders.idx.'
               CLOSE ProductMaster, CustomerIndexFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO OrdEOF.
           MOVE 'N' TO CurrentLive.
           PERFORM CollectOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'.
           CLOSE OrderFile.

       CollectOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       PERFORM NoteOrderHeader
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentLive IS EQUAL TO 'Y' AND
                       OrdField2(5:1) IS EQUAL TO 'D' AND
                       OXImage(24:6) IS EQUAL TO SPACE THEN
                       PERFORM NoteNewDropLine
                   END-IF
           END-READ.

       NoteOrderHeader.
           IF OrdHdrStatus IS EQUAL TO 'C' OR
               OrdHdrStatus IS EQUAL TO 'I' THEN
               MOVE 'N' TO CurrentLive
           ELSE
               MOVE 'Y' TO CurrentLive
           END-IF.
           MOVE OrdField2(2:5) TO CurrentCust.
           IF OrdShipTo IS NUMERIC THEN
               MOVE OrdShipTo TO CurrentShipTo
           ELSE
               MOVE ZERO TO CurrentShipTo
           END-IF.

       NoteNewDropLine.
           IF NewCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de lineas directas llena (2000).'
               CLOSE OrderFile, ProductMaster, CustomerIndexFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO NewCount.
           MOVE OrdNum TO TblNewOrd(NewCount).
           MOVE CurrentCust TO TblNewCust(NewCount).
           MOVE CurrentShipTo TO TblNewShipTo(NewCount).
           MOVE OrdField1(1:5) TO TblNewProd(NewCount).
           MOVE FUNCTION UPPER-CASE(OrdField1(7:1))
               TO TblNewSize(NewCount).
           MOVE OrdField2(1:3) TO TblNewQty(NewCount).
           MOVE ZERO TO TblNewPo(NewCount).
           MOVE OrdField1(1:5) TO PMProdName.
           READ ProductMaster
               INVALID KEY
                   MOVE SPACE TO TblNewVendor(NewCount)
               NOT INVALID KEY
                   MOVE FUNCTION UPPER-CASE(PMVendor)
                       TO TblNewVendor(NewCount)
           END-READ.

       IssueDropPos.
           OPEN EXTEND PoFile.
           IF PoStatus IS NOT EQUAL TO "00" AND
               PoStatus IS NOT EQUAL TO "05" THEN
               DISPLAY 'No se pudo abrir purchase-orders.dat: '
                   PoStatus
               CLOSE ProductMaster, CustomerIndexFile
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM IssueOneDropPo
               VARYING NewIdx FROM 1 BY 1
               UNTIL NewIdx IS GREATER THAN NewCount.
           CLOSE PoFile.

       IssueOneDropPo.
           IF TblNewVendor(NewIdx) IS NOT EQUAL TO SPACE AND
               TblNewPo(NewIdx) IS EQUAL TO ZERO THEN
               PERFORM GetNextPoNumber
               MOVE PoNumber TO POHdrNum
               MOVE TblNewVendor(NewIdx) TO POHdrVendor
               MOVE BusinessDate TO POHdrDate
               MOVE 'D' TO POHdrStatus
               WRITE PoRecord FROM PoHeaderLine
               MOVE PoNumber TO PODrpNum
               MOVE TblNewOrd(NewIdx) TO PODrpOrdNum
               MOVE TblNewCust(NewIdx) TO PODrpCustID
               MOVE TblNewShipTo(NewIdx) TO PODrpShipTo
               WRITE PoRecord FROM PoDropLine
               PERFORM SetDropAddress
               MOVE PoNumber TO POStrNum
               WRITE PoRecord FROM PoStreetLine
               MOVE PoNumber TO POCtyNum
               WRITE PoRecord FROM PoCityLine
               PERFORM FindVendorLead
               PERFORM WriteOneDropPoLine
                   VARYING LineIdx FROM NewIdx BY 1
                   UNTIL LineIdx IS GREATER THAN NewCount
               IF DropPoCount IS LESS THAN 2000 THEN
                   ADD 1 TO DropPoCount
                   MOVE PoNumber TO TblDropPo(DropPoCount)
                   MOVE TblNewVendor(NewIdx)
                       TO TblDropVendor(DropPoCount)
                   MOVE BusinessDate TO TblDropDate(DropPoCount)
               END-IF
               ADD 1 TO PosIssued
               DISPLAY 'OC directa ' PoNumber ' pedido '
                   TblNewOrd(NewIdx) ' proveedor '
                   TblNewVendor(NewIdx)
           END-IF.

       WriteOneDropPoLine.
           IF TblNewOrd(LineIdx) IS EQUAL TO TblNewOrd(NewIdx) AND
               TblNewVendor(LineIdx) IS EQUAL TO
                   TblNewVendor(NewIdx) AND
               TblNewPo(LineIdx) IS EQUAL TO ZERO THEN
               MOVE PoNumber TO TblNewPo(LineIdx)
               MOVE PoNumber TO PODtlNum
               MOVE TblNewProd(LineIdx) TO PODtlProd
               MOVE TblNewSize(LineIdx) TO PODtlSize
               MOVE TblNewQty(LineIdx) TO PODtlQty
               MOVE ZERO TO PODtlRecvd
               COMPUTE PODtlDue = FUNCTION DATE-OF-INTEGER(
                   TodayInt + VendLead)
               PERFORM LookupCost
               MOVE UnitCost TO PODtlCost
               WRITE PoRecord FROM PoDetailLine
               ADD 1 TO LinesIssued
           END-IF.

       SetDropAddress.
           MOVE ZERO TO ShipFoundIdx.
           IF TblNewShipTo(NewIdx) IS GREATER THAN ZERO THEN
               PERFORM FindOneDropShipTo
                   VARYING ShipIdx FROM 1 BY 1
                   UNTIL ShipIdx IS GREATER THAN ShipCount
           END-IF.
           IF ShipFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblShipStreet(ShipFoundIdx) TO POStrStreet
               MOVE TblShipCity(ShipFoundIdx) TO POCtyCity
               MOVE TblShipState(ShipFoundIdx) TO POCtyState
               MOVE TblShipPostal(ShipFoundIdx) TO POCtyPostal
           ELSE
               MOVE TblNewCust(NewIdx) TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY
                       DISPLAY 'Cliente no existe: '
                           TblNewCust(NewIdx)
                       MOVE SPACE TO POStrStreet
                       MOVE SPACE TO POCtyCity
                       MOVE SPACE TO POCtyState
                       MOVE SPACE TO POCtyPostal
                   NOT INVALID KEY
                       MOVE IDXCustStreet TO POStrStreet
                       MOVE IDXCustCity TO POCtyCity
                       MOVE IDXCustState TO POCtyState
                       MOVE IDXCustPostal TO POCtyPostal
               END-READ
           END-IF.

       FindOneDropShipTo.
           IF TblShipCust(ShipIdx) IS EQUAL TO TblNewCust(NewIdx)
               AND TblShipNum(ShipIdx) IS EQUAL TO
                   TblNewShipTo(NewIdx) AND
               ShipFoundIdx IS EQUAL TO ZERO THEN
               MOVE ShipIdx TO ShipFoundIdx
           END-IF.

       FindVendorLead.
           MOVE ZERO TO VendLead.
           IF VendCount IS GREATER THAN ZERO THEN
               PERFORM CheckOneVendorLead
                   VARYING VDI FROM 1 BY 1
                   UNTIL VDI IS GREATER THAN VendCount
           END-IF.

       CheckOneVendorLead.
           IF TblVendCode(VDI) IS EQUAL TO TblNewVendor(NewIdx) THEN
               MOVE TblVendLead(VDI) TO VendLead
           END-IF.

       GetNextPoNumber.
           MOVE ZERO TO PoNumber.
           OPEN INPUT PoSeqFile.
           IF SeqStatus IS EQUAL TO "00" THEN
               READ PoSeqFile
                   AT END CONTINUE
                   NOT AT END MOVE SeqLastUsed TO PoNumber
               END-READ
               CLOSE PoSeqFile
           ELSE IF SeqStatus IS EQUAL TO "05" THEN
               CLOSE PoSeqFile
           END-IF.
           ADD 1 TO PoNumber.
           OPEN OUTPUT PoSeqFile.
           MOVE PoNumber TO SeqLastUsed.
           WRITE PoSeqRecord.
           CLOSE PoSeqFile.

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
               FUNCTION UPPER-CASE(TblNewProd(LineIdx)) AND
               CSEffectiveDate(CSI) IS NOT GREATER THAN BusinessDate
               THEN
               IF CostFound IS EQUAL TO 'N' OR
                   CSEffectiveDate(CSI) IS GREATER THAN BestCostDate
                   THEN
                   MOVE CSCost(CSI) TO UnitCost
                   MOVE CSEffectiveDate(CSI) TO BestCostDate
                   MOVE 'Y' TO CostFound
               END-IF
           END-IF.

       StampOrderPos.
           OPEN I-O OrderFile.
           MOVE 'N' TO OrdEOF.
           MOVE 'N' TO CurrentLive.
           MOVE ZERO TO NewSeq.
           PERFORM StampOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'.
           CLOSE OrderFile.

       StampOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   MOVE OXImage TO OrdImageBefore
                   PERFORM StampOrderRecord
                   IF OXImage IS NOT EQUAL TO OrdImageBefore THEN
                       PERFORM RewriteOrderRecord
                   END-IF
           END-READ.

       RewriteOrderRecord.
           REWRITE OrderRecord
               INVALID KEY
                   DISPLAY 'No se pudo regrabar el pedido: ' OrdNum
           END-REWRITE.

       StampOrderRecord.
           IF OrdRecType IS EQUAL TO 'H' THEN
               PERFORM NoteOrderHeader
           ELSE IF OrdRecType IS EQUAL TO 'L' AND
               CurrentLive IS EQUAL TO 'Y' AND
               OrdField2(5:1) IS EQUAL TO 'D' AND
               OXImage(24:6) IS EQUAL TO SPACE THEN
               ADD 1 TO NewSeq
               IF NewSeq IS NOT GREATER THAN NewCount AND
                   TblNewPo(NewSeq) IS GREATER THAN ZERO THEN
                   MOVE TblNewPo(NewSeq) TO OXImage(24:6)
               END-IF
           END-IF.

       WriteDropReport.
           OPEN OUTPUT DropReport.
           MOVE BusinessDate TO PrnRunDate.
           MOVE MaxDaysOut TO PrnMaxDays.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           OPEN INPUT OrderFile.
           IF OrdStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO OrdEOF
               MOVE 'N' TO CurrentLive
               PERFORM ReportOneOrderRec UNTIL OrdEOF IS EQUAL TO 'Y'
               CLOSE OrderFile
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE PosIssued TO PrnPosIssued.
           MOVE LinesIssued TO PrnLinesIssued.
           WRITE PrintLine FROM IssuedLine.
           MOVE PendingLines TO PrnPending.
           MOVE LateLines TO PrnLate.
           WRITE PrintLine FROM TotalLine.
           MOVE NoVendorLines TO PrnNoVendor.
           WRITE PrintLine FROM NoVendorLine.
           CLOSE DropReport.

       ReportOneOrderRec.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO OrdEOF
               NOT AT END
                   IF OrdRecType IS EQUAL TO 'H' THEN
                       PERFORM NoteOrderHeader
                   ELSE IF OrdRecType IS EQUAL TO 'L' AND
                       CurrentLive IS EQUAL TO 'Y' AND
                       OrdField2(5:1) IS EQUAL TO 'D' THEN
                       PERFORM ReportOneDropLine
                   END-IF
           END-READ.

       ReportOneDropLine.
           ADD 1 TO PendingLines.
           MOVE OrdNum TO PrnOrdNum.
           MOVE CurrentCust TO PrnCustID.
           MOVE OrdField1(1:5) TO PrnProd.
           MOVE OrdField1(7:1) TO PrnSize.
           MOVE OrdField2(1:3) TO PrnQty.
           MOVE OXImage(24:6) TO PrnPoNum.
           MOVE SPACE TO PrnVendor.
           MOVE SPACE TO PrnPoDate.
           MOVE ZERO TO PrnDaysOld.
           MOVE SPACE TO PrnFlag.
           MOVE SPACE TO PrnNote.
           MOVE ZERO TO DropPoFoundIdx.
           IF OXImage(24:6) IS NUMERIC THEN
               MOVE OXImage(24:6) TO LinePo
               PERFORM FindOneDropPo
                   VARYING DPI FROM 1 BY 1
                   UNTIL DPI IS GREATER THAN DropPoCount
           END-IF.
           IF OXImage(24:6) IS EQUAL TO SPACE THEN
               MOVE '*' TO PrnFlag
               MOVE 'SIN PROVEEDOR' TO PrnNote
               ADD 1 TO NoVendorLines
           ELSE IF DropPoFoundIdx IS EQUAL TO ZERO THEN
               MOVE '*' TO PrnFlag
               MOVE 'OC NO ABIERTA' TO PrnNote
               ADD 1 TO NoVendorLines
           ELSE
               MOVE TblDropVendor(DropPoFoundIdx) TO PrnVendor
               MOVE TblDropDate(DropPoFoundIdx) TO PrnPoDate
               COMPUTE PoDateInt = FUNCTION INTEGER-OF-DATE(
                   TblDropDate(DropPoFoundIdx))
               COMPUTE DaysOld = TodayInt - PoDateInt
               IF DaysOld IS LESS THAN ZERO THEN
                   MOVE ZERO TO DaysOld
               END-IF
               MOVE DaysOld TO PrnDaysOld
               IF DaysOld IS GREATER THAN MaxDaysOut THEN
                   MOVE '*' TO PrnFlag
                   MOVE 'ATRASADA' TO PrnNote
                   ADD 1 TO LateLines
               END-IF
           END-IF.
           WRITE PrintLine FROM DetailLine.

       FindOneDropPo.
           IF TblDropPo(DPI) IS EQUAL TO LinePo AND
               DropPoFoundIdx IS EQUAL TO ZERO THEN
               MOVE DPI TO DropPoFoundIdx
           END-IF.
