            SELECT OPTIONAL TermsFile ASSIGN TO "./cust-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TermsStatus.
            SELECT OPTIONAL PayTermsFile
               ASSIGN TO "./payment-terms.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayTermsStatus.
            SELECT OPTIONAL ParentFile ASSIGN TO "./cust-parent.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ParentStatus.
            SELECT OPTIONAL TaxFile ASSIGN TO "./cust-tax.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TaxStatus.
            SELECT OPTIONAL ContactFile
               ASSIGN TO "./cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
       FD TermsFile.
       01 TermsRecord PIC X(40).

       FD PayTermsFile.
       01 PayTermsRecord.
           02 PTFCode PIC X(10).
           02 FILLER PIC X.
           02 PTFNetDays PIC 9(3).
           02 FILLER PIC X.
           02 PTFDiscPct PIC 99V99.
           02 FILLER PIC X.
           02 PTFDiscDays PIC 9(3).

       FD ParentFile.
       01 ParentRecord PIC X(13).

       FD ContactFile.
       01 ContactRecord PIC X(97).

       FD TaxFile.
       01 TaxRecord PIC X(28).

       WORKING-STORAGE SECTION.
       01 MsgNum PIC 9(4).
       01 MsgText PIC X(60).
           02 FILLER PIC X(30) VALUE '5 : Listar'.
           02 FILLER PIC X(30) VALUE '6 : Rango por Apellido'.
           02 FILLER PIC X(30) VALUE '7 : Historial de auditoria'.
           02 FILLER PIC X(30) VALUE '8 : Direcciones y contactos'.
           02 FILLER PIC X(30) VALUE '9 : Limite de credito'.
           02 FILLER PIC X(30) VALUE '0 : Salir'.
       01 MenuDefaultTable REDEFINES MenuDefaults.
       01 ScrEmail PIC X(40).
       01 ScrStatus PIC X.
       01 ScrDnc PIC X.
       01 ScrRfc PIC X(13).
       01 ScrTaxRegime PIC X(3).
       01 ScrCfdiUse PIC X(4).
       01 ScrStatusText PIC X(20).
       01 ScrErrorMsg PIC X(40).
       01 FormMode PIC X.
           02 SHTState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 SHTPostal PIC X(6).
       01 ContactStatus PIC XX.
       01 ContactEOF PIC X.
       01 ContactChanges PIC 9(3).
       01 ContactCount PIC 9(4) VALUE ZERO.
       01 ContactTable.
           02 ContactEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ContactCount
               INDEXED BY CNI.
               03 TblContCust PIC 9(5).
               03 TblContRole PIC X(3).
               03 TblContName PIC X(30).
               03 TblContPhone PIC X(15).
               03 TblContEmail PIC X(40).
       01 ContactIdx PIC 9(4).
       01 ContactFoundIdx PIC 9(4).
       01 ContactListed PIC 9(3).
       01 EnteredContX PIC X(3).
       01 EnteredContNum PIC 9(3).
       01 NewContRole PIC X(3).
           88 NewContRoleValid VALUES 'CXP' 'COM' 'CTR'.
       01 NewContName PIC X(30).
       01 NewContPhone PIC X(15).
       01 NewContEmail PIC X(40).
       01 ContactLine.
           02 CCCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CCRole PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CCName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 CCPhone PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 CCEmail PIC X(40).
       01 TermsStatus PIC XX.
       01 TermsEOF PIC X.
       01 TermsCount PIC 9(3) VALUE ZERO.
               03 TblTermsClass PIC X(2).
               03 TblTermsCurr PIC X(3).
               03 TblTermsFinEx PIC X.
               03 TblTermsCode PIC X(10).
               03 TblTermsHold PIC X.
       01 TermsIdx PIC 9(3).
       01 TermsFoundIdx PIC 9(3).
       01 EnteredLimitX PIC X(9).
       01 NewDiscClass PIC X(2).
       01 NewCurrency PIC X(3).
       01 NewFinExempt PIC X.
       01 NewTermsCode PIC X(10).
       01 NewCreditHold PIC X.
       01 EnteredHold PIC X.
       01 PayTermsStatus PIC XX.
       01 PayTermsEOF PIC X.
       01 PayTermsCount PIC 9(2) VALUE ZERO.
       01 PayTermsTable.
           02 PayTermsEntry
               OCCURS 1 TO 50 TIMES
               DEPENDING ON PayTermsCount
               INDEXED BY PTI.
               03 TblPayTermsCode PIC X(10).
       01 PayTermsIdx PIC 9(2).
       01 PayTermsFound PIC X.
       01 ParentStatus PIC XX.
       01 ParentEOF PIC X.
       01 ParentCount PIC 9(4) VALUE ZERO.
       01 ParentTable.
           02 ParentEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON ParentCount
               INDEXED BY PCI.
               03 TblParCust PIC 9(5).
               03 TblParParent PIC 9(5).
               03 TblParBill PIC X.
       01 ParentIdx PIC 9(4).
       01 ParentFoundIdx PIC 9(4).
       01 OwnLinkIdx PIC 9(4).
       01 ChildCount PIC 9(4).
       01 LinkCustID PIC 9(5).
       01 EnteredParentX PIC X(5).
       01 NewParentID PIC 9(5).
       01 NewBillParent PIC X.
       01 ParentOk PIC X.
       01 ParentLine.
           02 CPCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CPParentID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CPBillParent PIC X.
       01 TaxStatus PIC XX.
       01 TaxEOF PIC X.
       01 TaxCount PIC 9(5) VALUE ZERO.
       01 TaxTable.
           02 TaxEntry
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON TaxCount
               INDEXED BY TXI.
               03 TblTaxCust PIC 9(5).
               03 TblTaxRfc PIC X(13).
               03 TblTaxRegime PIC X(3).
               03 TblTaxUse PIC X(4).
       01 TaxIdx PIC 9(5).
       01 TaxFoundIdx PIC 9(5).
       01 TaxValid PIC X.
       01 TaxReason PIC X(30).
       01 TaxLine.
           02 CTXCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CTXRfc PIC X(13).
           02 FILLER PIC X VALUE SPACE.
           02 CTXRegime PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CTXCfdiUse PIC X(4).
       01 TermsLine.
           02 CTCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CTCurrency PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 CTFinExempt PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 CTTermsCode PIC X(10).
           02 FILLER PIC X VALUE SPACE.
           02 CTCreditHold PIC X.
       01 ShipListHeading PIC X(60) VALUE
           'No  Calle                Ciudad       Es CP'.
       01 ShipListLine.
           02 PrnShipState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipPostal PIC X(6).
       01 ContListHeading.
           02 FILLER PIC X(39) VALUE
               'No  Rol Nombre                         '.
           02 FILLER PIC X(22) VALUE 'Telefono        Correo'.
       01 ContListLine.
           02 PrnContNum PIC ZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnContRole PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContPhone PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContEmail PIC X(40).

       SCREEN SECTION.
       01 CustFormScreen.
           02 LINE 12 COLUMN 22 PIC X USING ScrStatus.
           02 LINE 13 COLUMN 3 VALUE 'No contactar (Y/N):'.
           02 LINE 13 COLUMN 22 PIC X USING ScrDnc.
           02 LINE 14 COLUMN 3 VALUE 'RFC:'.
           02 LINE 14 COLUMN 22 PIC X(13) USING ScrRfc.
           02 LINE 15 COLUMN 3 VALUE 'Regimen fiscal:'.
           02 LINE 15 COLUMN 22 PIC X(3) USING ScrTaxRegime.
           02 LINE 16 COLUMN 3 VALUE 'Uso CFDI:'.
           02 LINE 16 COLUMN 22 PIC X(4) USING ScrCfdiUse.
           02 LINE 18 COLUMN 3 PIC X(40) FROM ScrErrorMsg
               HIGHLIGHT.

       01 CustViewScreen.
           02 LINE 11 COLUMN 22 PIC X(40) FROM ScrEmail.
           02 LINE 12 COLUMN 3 VALUE 'Estatus:'.
           02 LINE 12 COLUMN 22 PIC X(20) FROM ScrStatusText.
           02 LINE 13 COLUMN 3 VALUE 'RFC:'.
           02 LINE 13 COLUMN 22 PIC X(13) FROM ScrRfc.
           02 LINE 14 COLUMN 3 VALUE 'Regimen fiscal:'.
           02 LINE 14 COLUMN 22 PIC X(3) FROM ScrTaxRegime.
           02 LINE 15 COLUMN 3 VALUE 'Uso CFDI:'.
           02 LINE 15 COLUMN 22 PIC X(4) FROM ScrCfdiUse.
           02 LINE 16 COLUMN 3 PIC X(40) FROM ScrErrorMsg.
           02 LINE 17 COLUMN 3 VALUE 'ENTER para continuar:'.
           02 LINE 17 COLUMN 26 PIC X TO PauseKey.

       PROCEDURE DIVISION.

           MOVE SPACE TO ScrEmail.
           MOVE 'A' TO ScrStatus.
           MOVE 'N' TO ScrDnc.
           MOVE SPACE TO ScrRfc.
           MOVE SPACE TO ScrTaxRegime.
           MOVE SPACE TO ScrCfdiUse.
           MOVE SPACE TO ScrErrorMsg.
           MOVE 'A' TO FormMode.
           MOVE SPACE TO FormDone.
               MOVE 'Falta nombre o apellido' TO ScrErrorMsg
           ELSE
               PERFORM ValidateFormContact
               IF ScrErrorMsg IS EQUAL TO SPACE THEN
                   PERFORM ValidateFormTax
               END-IF
               IF ScrErrorMsg IS EQUAL TO SPACE THEN
                   PERFORM ValidateFormStatus
               END-IF
               MOVE ContactReason TO ScrErrorMsg
           END-IF.

       ValidateFormTax.
           CALL 'VALRFC' USING ScrRfc, ScrTaxRegime, ScrCfdiUse,
               TaxValid, TaxReason.
           IF TaxValid IS NOT EQUAL TO 'Y' THEN
               MOVE TaxReason TO ScrErrorMsg
           END-IF.

       ValidateFormStatus.
           IF FormMode IS EQUAL TO 'A' THEN
               IF ScrStatus IS NOT EQUAL TO 'P' AND
                   MOVE SPACE TO AuditBeforeStatus
                   MOVE CustStatus TO AuditAfterStatus
                   PERFORM WriteAuditRecord
                   PERFORM SaveCustTax
           END-WRITE.

       PromptDeleteID.
               IF ScrDnc IS NOT EQUAL TO 'Y' THEN
                   MOVE 'N' TO ScrDnc
               END-IF
               PERFORM LoadCustTax
               MOVE SPACE TO ScrErrorMsg
               MOVE 'U' TO FormMode
               MOVE SPACE TO FormDone
                   IF CustDoNotContact IS NOT EQUAL TO OldDnc THEN
                       PERFORM WriteDncAudit
                   END-IF
                   PERFORM SaveCustTax
           END-REWRITE.

       WriteDncAudit.
                   MOVE 'Fusionado, ver Id sobreviviente'
                       TO ScrStatusText
               END-IF
               PERFORM LoadCustTax
               DISPLAY CustViewScreen
               ACCEPT CustViewScreen
           END-IF.
                   FormattedName
               DISPLAY 'Cliente: ' FormattedName
               PERFORM LoadShipToTable
               PERFORM LoadContactTable
               MOVE ZERO TO ShipToChanges
               MOVE ZERO TO ContactChanges
               MOVE 'Y' TO ShipToStay
               PERFORM ShipToMenuLoop
                   UNTIL ShipToStay IS EQUAL TO 'N'
                   PERFORM SaveShipToTable
                   DISPLAY 'Direcciones guardadas: ' ShipToChanges
               END-IF
               IF ContactChanges IS GREATER THAN ZERO THEN
                   PERFORM SaveContactTable
                   DISPLAY 'Contactos guardados: ' ContactChanges
               END-IF
           END-IF.

       PromptShipToCustID.

       ShipToMenuLoop.
           DISPLAY ' '
           DISPLAY 'Direcciones de envio y contactos'
           DISPLAY '1 : Listar direcciones'
           DISPLAY '2 : Agregar direccion'
           DISPLAY '3 : Corregir direccion'
           DISPLAY '4 : Listar contactos'
           DISPLAY '5 : Agregar contacto'
           DISPLAY '6 : Corregir contacto'
           DISPLAY '7 : Eliminar contacto'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT ShipToChoice.
               WHEN 1 PERFORM ListShipTos
               WHEN 2 PERFORM AddShipTo
               WHEN 3 PERFORM CorrectShipTo
               WHEN 4 PERFORM ListContacts
               WHEN 5 PERFORM AddContact
               WHEN 6 PERFORM CorrectContact
               WHEN 7 PERFORM DeleteContact
               WHEN OTHER MOVE 'N' TO ShipToStay
           END-EVALUATE.

           MOVE TblShipPostal(ShipToIdx) TO SHTPostal.
           WRITE ShipToRecord FROM ShipToLine.

       LoadContactTable.
           MOVE ZERO TO ContactCount.
           OPEN INPUT ContactFile.
           IF ContactStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ContactEOF
               PERFORM LoadOneContact UNTIL ContactEOF IS EQUAL TO 'Y'
               CLOSE ContactFile
           ELSE IF ContactStatus IS EQUAL TO "05" THEN
               CLOSE ContactFile
           END-IF.

       LoadOneContact.
           READ ContactFile INTO ContactLine
               AT END MOVE 'Y' TO ContactEOF
               NOT AT END
                   IF ContactCount IS LESS THAN 2000 THEN
                       ADD 1 TO ContactCount
                       MOVE CCCustID TO TblContCust(ContactCount)
                       MOVE CCRole TO TblContRole(ContactCount)
                       MOVE CCName TO TblContName(ContactCount)
                       MOVE CCPhone TO TblContPhone(ContactCount)
                       MOVE CCEmail TO TblContEmail(ContactCount)
                   END-IF
           END-READ.

       ListContacts.
           DISPLAY 'Roles: CXP=cuentas por pagar, COM=compras, '
               'CTR=contralor'.
           DISPLAY ContListHeading.
           MOVE ZERO TO ContactListed.
           PERFORM ListOneContact
               VARYING ContactIdx FROM 1 BY 1
               UNTIL ContactIdx IS GREATER THAN ContactCount.
           IF ContactListed IS EQUAL TO ZERO THEN
               DISPLAY 'Sin contactos, se usan los datos del cliente.'
           END-IF.

       ListOneContact.
           IF TblContCust(ContactIdx) IS EQUAL TO IDNum THEN
               ADD 1 TO ContactListed
               MOVE ContactListed TO PrnContNum
               MOVE TblContRole(ContactIdx) TO PrnContRole
               MOVE TblContName(ContactIdx) TO PrnContName
               MOVE TblContPhone(ContactIdx) TO PrnContPhone
               MOVE TblContEmail(ContactIdx) TO PrnContEmail
               DISPLAY ContListLine
           END-IF.

       AddContact.
           IF ContactCount IS EQUAL TO 2000 THEN
               DISPLAY 'Archivo de contactos lleno (2000).'
           ELSE
               PERFORM CaptureContactFields
               IF ContactValid IS EQUAL TO 'Y' THEN
                   ADD 1 TO ContactCount
                   MOVE IDNum TO TblContCust(ContactCount)
                   MOVE NewContRole TO TblContRole(ContactCount)
                   MOVE NewContName TO TblContName(ContactCount)
                   MOVE NewContPhone TO TblContPhone(ContactCount)
                   MOVE NewContEmail TO TblContEmail(ContactCount)
                   ADD 1 TO ContactChanges
                   DISPLAY 'Contacto agregado.'
               ELSE
                   DISPLAY ContactReason ', no se agrego.'
               END-IF
           END-IF.

       CaptureContactFields.
           DISPLAY 'Rol (CXP/COM/CTR):' WITH NO ADVANCING.
           ACCEPT NewContRole.
           MOVE FUNCTION UPPER-CASE(NewContRole) TO NewContRole.
           DISPLAY 'Nombre:' WITH NO ADVANCING.
           ACCEPT NewContName.
           DISPLAY 'Telefono:' WITH NO ADVANCING.
           ACCEPT NewContPhone.
           DISPLAY 'Correo:' WITH NO ADVANCING.
           ACCEPT NewContEmail.
           MOVE 'Y' TO ContactValid.
           MOVE SPACE TO ContactReason.
           IF NOT NewContRoleValid THEN
               MOVE 'N' TO ContactValid
               MOVE 'Rol invalido' TO ContactReason
           ELSE IF NewContName IS EQUAL TO SPACE THEN
               MOVE 'N' TO ContactValid
               MOVE 'Falta el nombre' TO ContactReason
           ELSE
               CALL 'VALCONTACT' USING NewContPhone, NewContEmail,
                   ContactValid, ContactReason
           END-IF.

       CorrectContact.
           PERFORM PickContact.
           IF ContactFoundIdx IS GREATER THAN ZERO THEN
               PERFORM CaptureContactFields
               IF ContactValid IS EQUAL TO 'Y' THEN
                   MOVE NewContRole TO TblContRole(ContactFoundIdx)
                   MOVE NewContName TO TblContName(ContactFoundIdx)
                   MOVE NewContPhone TO TblContPhone(ContactFoundIdx)
                   MOVE NewContEmail TO TblContEmail(ContactFoundIdx)
                   ADD 1 TO ContactChanges
                   DISPLAY 'Contacto corregido.'
               ELSE
                   DISPLAY ContactReason ', no se corrigio.'
               END-IF
           END-IF.

       DeleteContact.
           PERFORM PickContact.
           IF ContactFoundIdx IS GREATER THAN ZERO THEN
               PERFORM ShiftOneContact
                   VARYING ContactIdx FROM ContactFoundIdx BY 1
                   UNTIL ContactIdx IS NOT LESS THAN ContactCount
               SUBTRACT 1 FROM ContactCount
               ADD 1 TO ContactChanges
               DISPLAY 'Contacto eliminado.'
           END-IF.

       ShiftOneContact.
           MOVE ContactEntry(ContactIdx + 1)
               TO ContactEntry(ContactIdx).

       PickContact.
           MOVE ZERO TO ContactFoundIdx.
           PERFORM ListContacts.
           IF ContactListed IS GREATER THAN ZERO THEN
               DISPLAY 'Numero de contacto:' WITH NO ADVANCING
               ACCEPT EnteredContX
               IF FUNCTION TEST-NUMVAL(EnteredContX) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredContNum =
                       FUNCTION NUMVAL(EnteredContX)
               ELSE
                   MOVE ZERO TO EnteredContNum
               END-IF
               MOVE ZERO TO ContactListed
               PERFORM FindOneContactEntry
                   VARYING ContactIdx FROM 1 BY 1
                   UNTIL ContactIdx IS GREATER THAN ContactCount
               IF ContactFoundIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'Numero invalido.'
               END-IF
           END-IF.

       FindOneContactEntry.
           IF TblContCust(ContactIdx) IS EQUAL TO IDNum THEN
               ADD 1 TO ContactListed
               IF ContactListed IS EQUAL TO EnteredContNum AND
                   ContactFoundIdx IS EQUAL TO ZERO THEN
                   MOVE ContactIdx TO ContactFoundIdx
               END-IF
           END-IF.

       SaveContactTable.
           OPEN OUTPUT ContactFile.
           PERFORM SaveOneContact
               VARYING ContactIdx FROM 1 BY 1
               UNTIL ContactIdx IS GREATER THAN ContactCount.
           CLOSE ContactFile.

       SaveOneContact.
           MOVE TblContCust(ContactIdx) TO CCCustID.
           MOVE TblContRole(ContactIdx) TO CCRole.
           MOVE TblContName(ContactIdx) TO CCName.
           MOVE TblContPhone(ContactIdx) TO CCPhone.
           MOVE TblContEmail(ContactIdx) TO CCEmail.
           WRITE ContactRecord FROM ContactLine.

       CreditLimitMaint.
           MOVE 'Y' TO CustExists.
           DISPLAY ' '
                       TblTermsClass(TermsFoundIdx)
                   DISPLAY 'Moneda actual: '
                       TblTermsCurr(TermsFoundIdx)
                   DISPLAY 'Condiciones de pago actuales: '
                       TblTermsCode(TermsFoundIdx)
                   IF TblTermsHold(TermsFoundIdx) IS EQUAL TO 'H' THEN
                       DISPLAY 'Cliente en retencion de credito.'
                   END-IF
               ELSE
                   DISPLAY 'Sin limite registrado (sin tope).'
               END-IF
                   ELSE
                       MOVE 'N' TO NewFinExempt
                   END-IF
                   PERFORM LoadPayTermsTable
                   MOVE 'N' TO PayTermsFound
                   PERFORM PromptTermsCode
                       UNTIL PayTermsFound IS EQUAL TO 'Y'
                   PERFORM PromptCreditHold
                   PERFORM ApplyNewLimit
                   PERFORM SaveTermsTable
                   MOVE NewCreditLimit TO LimitDisplay
               ELSE
                   DISPLAY 'Importe invalido, sin cambios.'
               END-IF
               PERFORM ParentLinkMaint
           END-IF.

       LoadTermsTable.
           END-IF.

       LoadOneTerms.
           MOVE SPACE TO TermsLine.
           READ TermsFile INTO TermsLine
               AT END MOVE 'Y' TO TermsEOF
               NOT AT END
                   MOVE CTDiscClass TO TblTermsClass(TermsCount)
                   MOVE CTCurrency TO TblTermsCurr(TermsCount)
                   MOVE CTFinExempt TO TblTermsFinEx(TermsCount)
                   MOVE CTTermsCode TO TblTermsCode(TermsCount)
                   MOVE CTCreditHold TO TblTermsHold(TermsCount)
           END-READ.

       LoadPayTermsTable.
           MOVE ZERO TO PayTermsCount.
           OPEN INPUT PayTermsFile.
           IF PayTermsStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO PayTermsEOF
               PERFORM LoadOnePayTerms
                   UNTIL PayTermsEOF IS EQUAL TO 'Y'
               CLOSE PayTermsFile
           ELSE IF PayTermsStatus IS EQUAL TO "05" THEN
               CLOSE PayTermsFile
           END-IF.

       LoadOnePayTerms.
           READ PayTermsFile
               AT END MOVE 'Y' TO PayTermsEOF
               NOT AT END
                   IF PayTermsCount IS LESS THAN 50 THEN
                       ADD 1 TO PayTermsCount
                       MOVE FUNCTION UPPER-CASE(PTFCode)
                           TO TblPayTermsCode(PayTermsCount)
                   END-IF
           END-READ.

       PromptTermsCode.
           DISPLAY 'Condiciones de pago (vacio=contado):'
               WITH NO ADVANCING.
           ACCEPT NewTermsCode.
           MOVE FUNCTION UPPER-CASE(NewTermsCode) TO NewTermsCode.
           IF NewTermsCode IS EQUAL TO SPACE THEN
               MOVE 'Y' TO PayTermsFound
           ELSE
               IF PayTermsCount IS GREATER THAN ZERO THEN
                   PERFORM CheckOnePayTerms
                       VARYING PayTermsIdx FROM 1 BY 1
                       UNTIL PayTermsIdx IS GREATER THAN PayTermsCount
               END-IF
               IF PayTermsFound IS EQUAL TO 'N' THEN
                   DISPLAY 'Condiciones no definidas en '
                       'payment-terms.dat.'
               END-IF
           END-IF.

       PromptCreditHold.
           MOVE SPACE TO NewCreditHold.
           IF TermsFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTermsHold(TermsFoundIdx) TO NewCreditHold
           END-IF.
           DISPLAY 'Retencion de credito (S/N, vacio=sin cambio):'
               WITH NO ADVANCING.
           ACCEPT EnteredHold.
           IF EnteredHold IS EQUAL TO 'S' OR
               EnteredHold IS EQUAL TO 's' THEN
               MOVE 'H' TO NewCreditHold
           ELSE IF EnteredHold IS EQUAL TO 'N' OR
               EnteredHold IS EQUAL TO 'n' THEN
               MOVE SPACE TO NewCreditHold
           END-IF.

       CheckOnePayTerms.
           IF TblPayTermsCode(PayTermsIdx) IS EQUAL TO NewTermsCode
               THEN
               MOVE 'Y' TO PayTermsFound
           END-IF.

       FindTermsEntry.
           MOVE ZERO TO TermsFoundIdx.
           PERFORM FindOneTermsEntry
               MOVE NewDiscClass TO TblTermsClass(TermsFoundIdx)
               MOVE NewCurrency TO TblTermsCurr(TermsFoundIdx)
               MOVE NewFinExempt TO TblTermsFinEx(TermsFoundIdx)
               MOVE NewTermsCode TO TblTermsCode(TermsFoundIdx)
               MOVE NewCreditHold TO TblTermsHold(TermsFoundIdx)
           ELSE
               ADD 1 TO TermsCount
               MOVE IDNum TO TblTermsCust(TermsCount)
               MOVE NewDiscClass TO TblTermsClass(TermsCount)
               MOVE NewCurrency TO TblTermsCurr(TermsCount)
               MOVE NewFinExempt TO TblTermsFinEx(TermsCount)
               MOVE NewTermsCode TO TblTermsCode(TermsCount)
               MOVE NewCreditHold TO TblTermsHold(TermsCount)
           END-IF.

       SaveTermsTable.
           MOVE TblTermsClass(TermsIdx) TO CTDiscClass.
           MOVE TblTermsCurr(TermsIdx) TO CTCurrency.
           MOVE TblTermsFinEx(TermsIdx) TO CTFinExempt.
           MOVE TblTermsCode(TermsIdx) TO CTTermsCode.
           MOVE TblTermsHold(TermsIdx) TO CTCreditHold.
           WRITE TermsRecord FROM TermsLine.

       ParentLinkMaint.
           MOVE IDNum TO LinkCustID.
           PERFORM LoadParentTable.
           MOVE LinkCustID TO NewParentID.
           PERFORM FindParentEntry.
           MOVE ParentFoundIdx TO OwnLinkIdx.
           MOVE ZERO TO ChildCount.
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM CountOneChild
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.
           IF OwnLinkIdx IS GREATER THAN ZERO THEN
               DISPLAY 'Cuenta matriz actual: '
                   TblParParent(OwnLinkIdx)
               IF TblParBill(OwnLinkIdx) IS EQUAL TO 'S' THEN
                   DISPLAY 'Se factura a la cuenta matriz.'
               END-IF
           ELSE IF ChildCount IS GREATER THAN ZERO THEN
               DISPLAY 'Cuenta matriz de ' ChildCount ' sucursales.'
           END-IF.
           DISPLAY 'Cuenta matriz (0=ninguna, vacio=sin cambio):'
               WITH NO ADVANCING.
           ACCEPT EnteredParentX.
           IF EnteredParentX IS EQUAL TO SPACE THEN
               CONTINUE
           ELSE IF FUNCTION TEST-NUMVAL(EnteredParentX) IS NOT EQUAL
               TO ZERO THEN
               DISPLAY 'Cuenta matriz invalida, sin cambios.'
           ELSE
               COMPUTE NewParentID = FUNCTION NUMVAL(EnteredParentX)
               PERFORM ValidateParentLink
               IF ParentOk IS EQUAL TO 'Y' THEN
                   PERFORM ApplyParentLink
                   PERFORM SaveParentTable
                   DISPLAY 'Cuenta matriz guardada.'
               END-IF
           END-IF.

       CountOneChild.
           IF TblParParent(ParentIdx) IS EQUAL TO LinkCustID THEN
               ADD 1 TO ChildCount
           END-IF.

       ValidateParentLink.
           MOVE 'Y' TO ParentOk.
           MOVE 'N' TO NewBillParent.
           IF NewParentID IS EQUAL TO ZERO THEN
               CONTINUE
           ELSE IF NewParentID IS EQUAL TO LinkCustID THEN
               DISPLAY 'El cliente no puede ser su propia matriz.'
               MOVE 'N' TO ParentOk
           ELSE IF ChildCount IS GREATER THAN ZERO THEN
               DISPLAY 'El cliente es matriz de otras cuentas, '
                   'no puede depender de otra.'
               MOVE 'N' TO ParentOk
           ELSE
               PERFORM CheckParentAccount
           END-IF.

       CheckParentAccount.
           MOVE NewParentID TO IDNum.
           MOVE 'Y' TO CustExists.
           READ CUSTOMERFILE
               INVALID KEY MOVE 'N' TO CustExists
           END-READ.
           MOVE LinkCustID TO IDNum.
           PERFORM FindParentEntry.
           IF CustExists IS EQUAL TO 'N' THEN
               DISPLAY 'Cuenta matriz no existe: ' NewParentID
               MOVE 'N' TO ParentOk
           ELSE IF ParentFoundIdx IS GREATER THAN ZERO THEN
               DISPLAY 'La cuenta ' NewParentID
                   ' ya depende de otra matriz.'
               MOVE 'N' TO ParentOk
           ELSE
               DISPLAY 'Facturar a la cuenta matriz? (S/N):'
                   WITH NO ADVANCING
               ACCEPT NewBillParent
               IF NewBillParent IS EQUAL TO 'S' OR
                   NewBillParent IS EQUAL TO 's' THEN
                   MOVE 'S' TO NewBillParent
               ELSE
                   MOVE 'N' TO NewBillParent
               END-IF
           END-IF.

       LoadParentTable.
           MOVE ZERO TO ParentCount.
           OPEN INPUT ParentFile.
           IF ParentStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ParentEOF
               PERFORM LoadOneParent UNTIL ParentEOF IS EQUAL TO 'Y'
               CLOSE ParentFile
           ELSE IF ParentStatus IS EQUAL TO "05" THEN
               CLOSE ParentFile
           END-IF.

       LoadOneParent.
           MOVE SPACE TO ParentLine.
           READ ParentFile INTO ParentLine
               AT END MOVE 'Y' TO ParentEOF
               NOT AT END
                   IF ParentCount IS LESS THAN 2000 THEN
                       ADD 1 TO ParentCount
                       MOVE CPCustID TO TblParCust(ParentCount)
                       MOVE CPParentID TO TblParParent(ParentCount)
                       MOVE CPBillParent TO TblParBill(ParentCount)
                   END-IF
           END-READ.

       FindParentEntry.
           MOVE ZERO TO ParentFoundIdx.
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM FindOneParentEntry
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.

       FindOneParentEntry.
           IF TblParCust(ParentIdx) IS EQUAL TO NewParentID AND
               ParentFoundIdx IS EQUAL TO ZERO THEN
               MOVE ParentIdx TO ParentFoundIdx
           END-IF.

       ApplyParentLink.
           IF OwnLinkIdx IS GREATER THAN ZERO THEN
               MOVE NewParentID TO TblParParent(OwnLinkIdx)
               MOVE NewBillParent TO TblParBill(OwnLinkIdx)
           ELSE IF NewParentID IS GREATER THAN ZERO AND
               ParentCount IS LESS THAN 2000 THEN
               ADD 1 TO ParentCount
               MOVE LinkCustID TO TblParCust(ParentCount)
               MOVE NewParentID TO TblParParent(ParentCount)
               MOVE NewBillParent TO TblParBill(ParentCount)
           END-IF.

       SaveParentTable.
           OPEN OUTPUT ParentFile.
           IF ParentCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneParent
                   VARYING ParentIdx FROM 1 BY 1
                   UNTIL ParentIdx IS GREATER THAN ParentCount
           END-IF.
           CLOSE ParentFile.

       SaveOneParent.
           IF TblParParent(ParentIdx) IS GREATER THAN ZERO THEN
               MOVE TblParCust(ParentIdx) TO CPCustID
               MOVE TblParParent(ParentIdx) TO CPParentID
               MOVE TblParBill(ParentIdx) TO CPBillParent
               WRITE ParentRecord FROM ParentLine
           END-IF.

       LoadCustTax.
           PERFORM LoadTaxTable.
           PERFORM FindTaxEntry.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblTaxRfc(TaxFoundIdx) TO ScrRfc
               MOVE TblTaxRegime(TaxFoundIdx) TO ScrTaxRegime
               MOVE TblTaxUse(TaxFoundIdx) TO ScrCfdiUse
           ELSE
               MOVE SPACE TO ScrRfc
               MOVE SPACE TO ScrTaxRegime
               MOVE SPACE TO ScrCfdiUse
           END-IF.

       SaveCustTax.
           PERFORM LoadTaxTable.
           PERFORM FindTaxEntry.
           IF TaxFoundIdx IS GREATER THAN ZERO THEN
               MOVE ScrRfc TO TblTaxRfc(TaxFoundIdx)
               MOVE ScrTaxRegime TO TblTaxRegime(TaxFoundIdx)
               MOVE ScrCfdiUse TO TblTaxUse(TaxFoundIdx)
           ELSE IF ScrRfc IS NOT EQUAL TO SPACE AND
               TaxCount IS LESS THAN 20000 THEN
               ADD 1 TO TaxCount
               MOVE IDNum TO TblTaxCust(TaxCount)
               MOVE ScrRfc TO TblTaxRfc(TaxCount)
               MOVE ScrTaxRegime TO TblTaxRegime(TaxCount)
               MOVE ScrCfdiUse TO TblTaxUse(TaxCount)
           END-IF.
           OPEN OUTPUT TaxFile.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM SaveOneTax
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.
           CLOSE TaxFile.

       SaveOneTax.
           IF TblTaxRfc(TaxIdx) IS NOT EQUAL TO SPACE THEN
               MOVE TblTaxCust(TaxIdx) TO CTXCustID
               MOVE TblTaxRfc(TaxIdx) TO CTXRfc
               MOVE TblTaxRegime(TaxIdx) TO CTXRegime
               MOVE TblTaxUse(TaxIdx) TO CTXCfdiUse
               WRITE TaxRecord FROM TaxLine
           END-IF.

       LoadTaxTable.
           MOVE ZERO TO TaxCount.
           OPEN INPUT TaxFile.
           IF TaxStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO TaxEOF
               PERFORM LoadOneTax UNTIL TaxEOF IS EQUAL TO 'Y'
               CLOSE TaxFile
           ELSE IF TaxStatus IS EQUAL TO "05" THEN
               CLOSE TaxFile
           END-IF.

       LoadOneTax.
           MOVE SPACE TO TaxLine.
           READ TaxFile INTO TaxLine
               AT END MOVE 'Y' TO TaxEOF
               NOT AT END
                   IF TaxCount IS LESS THAN 20000 THEN
                       ADD 1 TO TaxCount
                       MOVE CTXCustID TO TblTaxCust(TaxCount)
                       MOVE CTXRfc TO TblTaxRfc(TaxCount)
                       MOVE CTXRegime TO TblTaxRegime(TaxCount)
                       MOVE CTXCfdiUse TO TblTaxUse(TaxCount)
                   END-IF
           END-READ.

       FindTaxEntry.
           MOVE ZERO TO TaxFoundIdx.
           IF TaxCount IS GREATER THAN ZERO THEN
               PERFORM FindOneTaxEntry
                   VARYING TaxIdx FROM 1 BY 1
                   UNTIL TaxIdx IS GREATER THAN TaxCount
           END-IF.

       FindOneTaxEntry.
           IF TblTaxCust(TaxIdx) IS EQUAL TO IDNum AND
               TaxFoundIdx IS EQUAL TO ZERO THEN
               MOVE TaxIdx TO TaxFoundIdx
           END-IF.
