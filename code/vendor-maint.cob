           02 VNLeadDays PIC 9(3).
           02 FILLER PIC X.
           02 VNMinOrder PIC 9(5).
           02 FILLER PIC X.
           02 VNPayHold PIC X.

       FD ProductMaster.
       01 ProductMasterRecord.
               03 TblVendContact PIC X(20).
               03 TblVendLead PIC 9(3).
               03 TblVendMin PIC 9(5).
               03 TblVendHold PIC X.
       01 VendIdx PIC 9(3).
       01 VendFoundIdx PIC 9(3).
       01 ListIdx PIC 9(3).
           02 VNOutLeadDays PIC 9(3).
           02 FILLER PIC X VALUE SPACE.
           02 VNOutMinOrder PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 VNOutPayHold PIC X.
       01 ListLine.
           02 PrnIdx PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnLead PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnMin PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHold PIC X(8).

       PROCEDURE DIVISION.

                       MOVE VNContact TO TblVendContact(VendCount)
                       MOVE VNLeadDays TO TblVendLead(VendCount)
                       MOVE VNMinOrder TO TblVendMin(VendCount)
                       IF VNPayHold IS EQUAL TO 'Y' THEN
                           MOVE 'Y' TO TblVendHold(VendCount)
                       ELSE
                           MOVE 'N' TO TblVendHold(VendCount)
                       END-IF
                   END-IF
           END-READ.

           DISPLAY '2 : Agregar'
           DISPLAY '3 : Corregir'
           DISPLAY '4 : Asignar proveedor a producto'
           DISPLAY '5 : Retener / liberar pagos'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
               WHEN 2 PERFORM AddVendor
               WHEN 3 PERFORM CorrectVendor
               WHEN 4 PERFORM AssignVendorToProduct
               WHEN 5 PERFORM GuardedTogglePayHold
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       ListVendors.
           DISPLAY ' No  Clave  Nombre                          '
               'Dias  MinOrd  Pagos'.
           IF VendCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin proveedores cargados.'
           ELSE
           MOVE TblVendName(ListIdx) TO PrnName.
           MOVE TblVendLead(ListIdx) TO PrnLead.
           MOVE TblVendMin(ListIdx) TO PrnMin.
           IF TblVendHold(ListIdx) IS EQUAL TO 'Y' THEN
               MOVE 'RETENIDO' TO PrnHold
           ELSE
               MOVE SPACE TO PrnHold
           END-IF.
           DISPLAY ListLine.

       AddVendor.
                           TO TblVendContact(VendCount)
                       MOVE EnteredLead TO TblVendLead(VendCount)
                       MOVE EnteredMin TO TblVendMin(VendCount)
                       MOVE 'N' TO TblVendHold(VendCount)
                       ADD 1 TO ChangesMade
                       DISPLAY 'Proveedor agregado.'
                   END-IF
               MOVE VendIdx TO VendFoundIdx
           END-IF.

       GuardedTogglePayHold.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores retienen pagos.'
           ELSE
               PERFORM TogglePayHold
           END-IF.

       TogglePayHold.
           DISPLAY 'Clave de proveedor:' WITH NO ADVANCING.
           ACCEPT EnteredCode.
           MOVE FUNCTION UPPER-CASE(EnteredCode) TO EnteredCode.
           PERFORM FindVendorByCode.
           IF VendFoundIdx IS EQUAL TO ZERO THEN
               DISPLAY 'Proveedor no existe: ' EnteredCode
           ELSE IF TblVendHold(VendFoundIdx) IS EQUAL TO 'Y' THEN
               MOVE 'N' TO TblVendHold(VendFoundIdx)
               ADD 1 TO ChangesMade
               DISPLAY 'Pagos liberados para ' EnteredCode
           ELSE
               MOVE 'Y' TO TblVendHold(VendFoundIdx)
               ADD 1 TO ChangesMade
               DISPLAY 'Pagos retenidos para ' EnteredCode
           END-IF.

       AssignVendorToProduct.
           DISPLAY 'Producto (5 letras):' WITH NO ADVANCING.
           ACCEPT EnteredProd.
           MOVE TblVendContact(VendIdx) TO VNOutContact.
           MOVE TblVendLead(VendIdx) TO VNOutLeadDays.
           MOVE TblVendMin(VendIdx) TO VNOutMinOrder.
           MOVE TblVendHold(VendIdx) TO VNOutPayHold.
           WRITE VendorRecord FROM VendorLine.
