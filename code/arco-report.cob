       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCORPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
           SELECT OPTIONAL ContactFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
           SELECT OPTIONAL ShipToFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/ship-to.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ShipToStatus.
           SELECT OPTIONAL HistoryFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT OPTIONAL AuditFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditStatus.
           SELECT OPTIONAL ArchiveListFile
               ASSIGN TO DYNAMIC ArchListName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ListStatus.
           SELECT OPTIONAL ArchiveAuditFile
               ASSIGN TO DYNAMIC ArchAuditName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchStatus.
           SELECT OPTIONAL OrderFile ASSIGN TO "./orders.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OXKey
               ALTERNATE RECORD KEY IS OXCustID WITH DUPLICATES
               FILE STATUS IS OrderStatus.
           SELECT OPTIONAL SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT OPTIONAL ArchiveDir ASSIGN TO "./archive-dir.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DirStatus.
           SELECT OPTIONAL ArchiveJournal
               ASSIGN TO DYNAMIC ArchiveName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchJrnlStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayStatus.
           SELECT OPTIONAL NotesFile ASSIGN TO "./coll-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotesStatus.
           SELECT OPTIONAL ArcoLogFile ASSIGN TO "./arco-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LogStatus.
           SELECT DisclosureFile ASSIGN TO DYNAMIC DisclosureName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DiscStatus.
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
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD ContactFile.
       01 ContactRecord.
           02 CCCustID PIC 9(5).
           02 FILLER PIC X.
           02 CCRole PIC X(3).
           02 FILLER PIC X.
           02 CCName PIC X(30).
           02 FILLER PIC X.
           02 CCPhone PIC X(15).
           02 FILLER PIC X.
           02 CCEmail PIC X(40).

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

       FD HistoryFile.
       01 HistoryRecord.
           02 HistIDNum PIC 9(5).
           02 FILLER PIC X.
           02 HistFirstName PIC X(31).
           02 FILLER PIC X.
           02 HistLastName PIC X(30).
           02 FILLER PIC X.
           02 HistDeletedDate PIC X(8).

       FD AuditFile.
       01 AuditFileRecord PIC X(388).

       FD ArchiveListFile.
       01 ArchiveListRecord.
           02 ListMonth PIC 9(6).
           02 FILLER PIC X.
           02 ListFileName PIC X(30).

       FD ArchiveAuditFile.
       01 ArchAuditRecord PIC X(388).

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
       01 OrderLineRecord.
           02 FILLER PIC X(14).
           02 FILLER PIC X(9).
           02 OrdLineProd PIC X(5).
           02 FILLER PIC X.
           02 OrdLineSize PIC X.
           02 FILLER PIC X.
           02 OrdLineQty PIC X(3).
           02 FILLER PIC X(20).

       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJDocType PIC X.
           02 FILLER PIC X.
           02 SJCurrency PIC X(3).
           02 FILLER PIC X.
           02 SJDocTotal PIC 9(6)V99.

       FD ArchiveDir.
       01 ArchiveDirRecord.
           02 ADYear PIC 9(4).
           02 FILLER PIC X.
           02 ADFileName PIC X(30).

       FD ArchiveJournal.
       01 ArchiveJournalRecord PIC X(126).

       FD PayHistFile.
       01 PayHistRecord.
           02 PHDate PIC 9(8).
           02 FILLER PIC X.
           02 PHCustID PIC 9(5).
           02 FILLER PIC X.
           02 PHAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PHInvNum PIC 9(6).
           02 FILLER PIC X.
           02 PHType PIC X.

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

       FD ArcoLogFile.
       01 ArcoLogRecord PIC X(80).

       FD DisclosureFile.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 IdxStatus PIC XX.
       01 ContactStatus PIC XX.
       01 ShipToStatus PIC XX.
       01 HistStatus PIC XX.
       01 AuditStatus PIC XX.
       01 ListStatus PIC XX.
       01 ArchStatus PIC XX.
       01 OrderStatus PIC XX.
       01 JournalStatus PIC XX.
       01 DirStatus PIC XX.
       01 ArchJrnlStatus PIC XX.
       01 PayStatus PIC XX.
       01 NotesStatus PIC XX.
       01 LogStatus PIC XX.
       01 DiscStatus PIC XX.
       01 WSEOF PIC X.
       01 ListEOF PIC X.
       01 ArchEOF PIC X.
       01 DirEOF PIC X.
       01 ArchListName PIC X(60) VALUE
           "./cobol-tutorial-11-CRUD/audit-archive-list.dat".
       01 ArchAuditName PIC X(60).
       01 ArchiveName PIC X(30).
       01 DisclosureName PIC X(40).
       01 WantedIDParam PIC X(5).
       01 WantedID PIC 9(5) VALUE ZERO.
       01 ReqDateParam PIC X(8).
       01 RequestDate PIC 9(8).
       01 BusinessDate PIC 9(8).
       01 DaysTaken PIC S9(5).
       01 DeadlineDays PIC 9(3) VALUE 20.
       01 OnTime PIC X.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 SectionCount PIC 9(5).
       01 TotalDisclosed PIC 9(6) VALUE ZERO.
       01 InWantedOrder PIC X VALUE 'N'.
       01 WantedCustKey PIC X(5).
       01 CustOrdCount PIC 9(4) VALUE ZERO.
       01 CustOrdIdx PIC 9(4).
       01 CustOrdTable.
           02 CustOrdEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON CustOrdCount
               INDEXED BY COI.
               03 TblCustOrdNum PIC 9(6).
       01 FormattedName PIC X(63).
       01 FullName PIC X(63).
       01 SourceName PIC X(30).

       01 AuditRecord.
           02 AuditTimestamp PIC X(21).
           02 FILLER PIC X.
           02 AuditOperation PIC X(6).
           02 FILLER PIC X.
           02 AuditIDNum PIC 9(5).
           02 FILLER PIC X.
           02 AuditBeforeFirstName PIC X(31).
           02 FILLER PIC X.
           02 AuditBeforeLastName PIC X(30).
           02 FILLER PIC X.
           02 AuditAfterFirstName PIC X(31).
           02 FILLER PIC X.
           02 AuditAfterLastName PIC X(30).
           02 FILLER PIC X.
           02 AuditBeforeAddress PIC X(40).
           02 FILLER PIC X.
           02 AuditBeforePhone PIC X(15).
           02 FILLER PIC X.
           02 AuditBeforeEmail PIC X(40).
           02 FILLER PIC X.
           02 AuditAfterAddress PIC X(40).
           02 FILLER PIC X.
           02 AuditAfterPhone PIC X(15).
           02 FILLER PIC X.
           02 AuditAfterEmail PIC X(40).
           02 FILLER PIC X.
           02 AuditBeforeStatus PIC X.
           02 FILLER PIC X.
           02 AuditAfterStatus PIC X.
           02 FILLER PIC X.
           02 AuditSeqNum PIC 9(9).
           02 FILLER PIC X.
           02 AuditOperator PIC X(8).

       01 TitleLine PIC X(100) VALUE
           "Solicitud de acceso a datos personales (derechos ARCO)".
       01 SubjectLine.
           02 FILLER PIC X(12) VALUE "Titular Id: ".
           02 PrnSubjectID PIC 9(5).
       01 DatesLine.
           02 FILLER PIC X(21) VALUE "Fecha de solicitud:  ".
           02 PrnReqDate PIC 9(8).
           02 FILLER PIC X(24) VALUE "    Fecha de respuesta: ".
           02 PrnRespDate PIC 9(8).
       01 SectionLine.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnSectionTitle PIC X(60).
       01 SectionCountLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 FILLER PIC X(22) VALUE "Registros encontrados:".
           02 PrnSectionCount PIC ZZZZ9.
       01 FieldLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnFieldName PIC X(20).
           02 PrnFieldValue PIC X(63).
       01 AuditFieldLine.
           02 FILLER PIC X(6) VALUE SPACE.
           02 PrnAuditLabel PIC X(18).
           02 PrnAuditValue PIC X(63).
       01 ContactHeading.
           02 FILLER PIC X(39) VALUE
               "    Rol Nombre                         ".
           02 FILLER PIC X(22) VALUE "Telefono        Correo".
       01 ContactDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnContRole PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContName PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContPhone PIC X(15).
           02 FILLER PIC X VALUE SPACE.
           02 PrnContEmail PIC X(40).
       01 ShipHeading PIC X(100) VALUE
           "    No  Calle                Ciudad       Es CP".
       01 ShipDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnShipNum PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnShipStreet PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipCity PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipState PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 PrnShipPostal PIC X(6).
       01 HistHeading PIC X(100) VALUE
           "    Baja      Nombre                          Apellido".
       01 HistDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnHistDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnHistFirst PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 PrnHistLast PIC X(30).
       01 AuditHeading PIC X(100) VALUE
           "    Fecha/hora     Operac Operador".
       01 AuditDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnAuditStamp PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAuditOp PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PrnAuditOper PIC X(8).
       01 OrderHeading PIC X(100) VALUE
           "    Pedido  Fecha     Envio  Est".
       01 OrderDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnOrdNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOrdShipTo PIC X(2).
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnOrdStatus PIC X.
       01 OrderLineDetail.
           02 FILLER PIC X(6) VALUE SPACE.
           02 FILLER PIC X(9) VALUE "Producto ".
           02 PrnLineProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnLineSize PIC X.
           02 FILLER PIC X(8) VALUE "  cant. ".
           02 PrnLineQty PIC X(3).
       01 InvoiceHeading.
           02 FILLER PIC X(39) VALUE
               "    T Docto   Fecha         Importe Mon".
           02 FILLER PIC X(9) VALUE "  Archivo".
       01 InvoiceDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnInvType PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvNum PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvTotal PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnInvCurr PIC X(3).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnInvSource PIC X(30).
       01 PaymentHeading PIC X(100) VALUE
           "    Fecha     Factura   Importe  T".
       01 PaymentDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnPayDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPayInv PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPayAmount PIC ZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnPayType PIC X.
       01 NoteHeading PIC X(100) VALUE
           "    Fecha    Gestor     Promesa F.promesa Nota".
       01 NoteDetail.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnNoteDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteCollector PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNotePromAmt PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnNotePromDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNoteText PIC X(50).
       01 TotalLine.
           02 FILLER PIC X(28) VALUE "Total de registros revelados".
           02 FILLER PIC X(2) VALUE ": ".
           02 PrnTotalDisclosed PIC ZZZZZ9.
       01 DeadlineLine.
           02 FILLER PIC X(20) VALUE "Dias transcurridos: ".
           02 PrnDaysTaken PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "   plazo: ".
           02 PrnDeadline PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnOnTimeText PIC X(20).
       01 SeparatorLine PIC X(100) VALUE ALL "-".
       01 LogLine.
           02 ALCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 ALReqDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ALRespDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 ALDaysTaken PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 ALOnTime PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 ALRecords PIC 9(6).
           02 FILLER PIC X VALUE SPACE.
           02 ALDocName PIC X(40).

       PROCEDURE DIVISION.

       MainPara.
           ACCEPT WantedIDParam FROM ENVIRONMENT "ARCO_ID".
           IF FUNCTION TEST-NUMVAL(WantedIDParam) IS EQUAL TO ZERO
               THEN
               COMPUTE WantedID = FUNCTION NUMVAL(WantedIDParam)
           END-IF.
           IF WantedID IS EQUAL TO ZERO THEN
               DISPLAY 'Definir ARCO_ID con el Id del titular.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE BusinessDate TO RequestDate.
           ACCEPT ReqDateParam FROM ENVIRONMENT "ARCO_REQ_DATE".
           IF ReqDateParam IS NOT EQUAL TO SPACE THEN
               IF FUNCTION TEST-NUMVAL(ReqDateParam) IS EQUAL TO ZERO
                   THEN
                   COMPUTE RequestDate = FUNCTION NUMVAL(ReqDateParam)
               ELSE
                   MOVE ZERO TO RequestDate
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(RequestDate) IS NOT
                   EQUAL TO ZERO THEN
                   DISPLAY 'ARCO_REQ_DATE invalida (AAAAMMDD).'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF RequestDate IS GREATER THAN BusinessDate THEN
               DISPLAY 'ARCO_REQ_DATE posterior a la fecha de hoy.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'ARCODAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue(1:3)) IS EQUAL TO ZERO
               THEN
               COMPUTE DeadlineDays = FUNCTION NUMVAL(ParmValue(1:3))
           END-IF.
           COMPUTE DaysTaken =
               FUNCTION INTEGER-OF-DATE(BusinessDate) -
               FUNCTION INTEGER-OF-DATE(RequestDate).
           IF DaysTaken IS GREATER THAN DeadlineDays THEN
               MOVE 'N' TO OnTime
           ELSE
               MOVE 'S' TO OnTime
           END-IF.
           MOVE SPACE TO DisclosureName.
           STRING "./ARCO-" DELIMITED BY SIZE
               WantedID DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               BusinessDate DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO DisclosureName
           END-STRING.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DisclosureFile.
           IF DiscStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo crear ' DisclosureName
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE PrintLine FROM TitleLine.
           MOVE WantedID TO PrnSubjectID.
           WRITE PrintLine FROM SubjectLine.
           MOVE RequestDate TO PrnReqDate.
           MOVE BusinessDate TO PrnRespDate.
           WRITE PrintLine FROM DatesLine.
           PERFORM DiscloseMaster.
           PERFORM DiscloseContacts.
           PERFORM DiscloseShipTos.
           PERFORM DiscloseHistory.
           PERFORM DiscloseAudit.
           PERFORM DiscloseOrders.
           PERFORM DiscloseInvoices.
           PERFORM DisclosePayments.
           PERFORM DiscloseNotes.
           WRITE PrintLine FROM SeparatorLine.
           MOVE TotalDisclosed TO PrnTotalDisclosed.
           WRITE PrintLine FROM TotalLine.
           MOVE DaysTaken TO PrnDaysTaken.
           MOVE DeadlineDays TO PrnDeadline.
           IF OnTime IS EQUAL TO 'S' THEN
               MOVE "dentro del plazo" TO PrnOnTimeText
           ELSE
               MOVE "FUERA DEL PLAZO" TO PrnOnTimeText
           END-IF.
           WRITE PrintLine FROM DeadlineLine.
           CLOSE DisclosureFile.
           PERFORM WriteArcoLog.
           DISPLAY 'Documento generado: ' DisclosureName.
           DISPLAY 'Registros revelados: ' TotalDisclosed.
           IF OnTime IS EQUAL TO 'N' THEN
               DISPLAY 'Aviso: respuesta fuera del plazo de '
                   DeadlineDays ' dias.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       StartSection.
           MOVE ZERO TO SectionCount.
           WRITE PrintLine FROM SeparatorLine.
           WRITE PrintLine FROM SectionLine.

       EndSection.
           MOVE SectionCount TO PrnSectionCount.
           WRITE PrintLine FROM SectionCountLine.
           ADD SectionCount TO TotalDisclosed.

       DiscloseMaster.
           MOVE "Registro maestro de clientes" TO PrnSectionTitle.
           PERFORM StartSection.
           MOVE WantedID TO IDXIDNum.
           READ CustomerIndexFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SectionCount
                   PERFORM WriteMasterFields
           END-READ.
           CLOSE CustomerIndexFile.
           PERFORM EndSection.

       WriteMasterFields.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           MOVE "Nombre" TO PrnFieldName.
           MOVE FormattedName TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           MOVE "Nombre de busqueda" TO PrnFieldName.
           MOVE IDXCustSearchName TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           MOVE "Domicilio" TO PrnFieldName.
           MOVE SPACE TO PrnFieldValue.
           STRING IDXCustStreet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IDXCustCity DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IDXCustState DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IDXCustPostal DELIMITED BY SIZE
               INTO PrnFieldValue
           END-STRING.
           WRITE PrintLine FROM FieldLine.
           MOVE "Telefono" TO PrnFieldName.
           MOVE IDXPhone TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           MOVE "Correo" TO PrnFieldName.
           MOVE IDXEmail TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           MOVE "Estatus" TO PrnFieldName.
           MOVE IDXCustStatus TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           MOVE "No contactar" TO PrnFieldName.
           MOVE IDXCustDoNotContact TO PrnFieldValue.
           WRITE PrintLine FROM FieldLine.
           IF IDXCustMergedTo IS NUMERIC AND
               IDXCustMergedTo IS GREATER THAN ZERO THEN
               MOVE "Fusionado con Id" TO PrnFieldName
               MOVE IDXCustMergedTo TO PrnFieldValue
               WRITE PrintLine FROM FieldLine
           END-IF.

       DiscloseContacts.
           MOVE "Contactos del cliente" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM ContactHeading.
           OPEN INPUT ContactFile.
           IF ContactStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneContact UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ContactFile
           ELSE IF ContactStatus IS EQUAL TO "05" THEN
               CLOSE ContactFile
           END-IF.
           PERFORM EndSection.

       ListOneContact.
           READ ContactFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CCCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO SectionCount
                       MOVE CCRole TO PrnContRole
                       MOVE CCName TO PrnContName
                       MOVE CCPhone TO PrnContPhone
                       MOVE CCEmail TO PrnContEmail
                       WRITE PrintLine FROM ContactDetail
                   END-IF
           END-READ.

       DiscloseShipTos.
           MOVE "Direcciones de envio" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM ShipHeading.
           OPEN INPUT ShipToFile.
           IF ShipToStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneShipTo UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ShipToFile
           ELSE IF ShipToStatus IS EQUAL TO "05" THEN
               CLOSE ShipToFile
           END-IF.
           PERFORM EndSection.

       ListOneShipTo.
           READ ShipToFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SHTCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO SectionCount
                       MOVE SHTShipToNum TO PrnShipNum
                       MOVE SHTStreet TO PrnShipStreet
                       MOVE SHTCity TO PrnShipCity
                       MOVE SHTState TO PrnShipState
                       MOVE SHTPostal TO PrnShipPostal
                       WRITE PrintLine FROM ShipDetail
                   END-IF
           END-READ.

       DiscloseHistory.
           MOVE "Historial de bajas (customer-history)"
               TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM HistHeading.
           OPEN INPUT HistoryFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneHistory UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE HistoryFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE HistoryFile
           END-IF.
           PERFORM EndSection.

       ListOneHistory.
           READ HistoryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF HistIDNum IS EQUAL TO WantedID THEN
                       ADD 1 TO SectionCount
                       MOVE HistDeletedDate TO PrnHistDate
                       MOVE HistFirstName TO PrnHistFirst
                       MOVE HistLastName TO PrnHistLast
                       WRITE PrintLine FROM HistDetail
                   END-IF
           END-READ.

       DiscloseAudit.
           MOVE "Bitacora de auditoria (incluye archivos historicos)"
               TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM AuditHeading.
           OPEN INPUT ArchiveListFile.
           IF ListStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ListEOF
               PERFORM ProcessOneArchiveFile
                   UNTIL ListEOF IS EQUAL TO 'Y'
               CLOSE ArchiveListFile
           ELSE IF ListStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveListFile
           END-IF.
           OPEN INPUT AuditFile.
           IF AuditStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneAuditEntry UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE AuditFile
           ELSE IF AuditStatus IS EQUAL TO "05" THEN
               CLOSE AuditFile
           END-IF.
           PERFORM EndSection.

       ProcessOneArchiveFile.
           READ ArchiveListFile
               AT END MOVE 'Y' TO ListEOF
               NOT AT END PERFORM ProcessArchiveEntries
           END-READ.

       ProcessArchiveEntries.
           MOVE SPACE TO ArchAuditName.
           IF ListFileName(1:2) IS EQUAL TO "./" THEN
               STRING "./cobol-tutorial-11-CRUD/" DELIMITED BY SIZE
                   ListFileName(3:28) DELIMITED BY SPACE
                   INTO ArchAuditName
               END-STRING
           ELSE
               STRING "./cobol-tutorial-11-CRUD/" DELIMITED BY SIZE
                   ListFileName DELIMITED BY SPACE
                   INTO ArchAuditName
               END-STRING
           END-IF.
           OPEN INPUT ArchiveAuditFile.
           IF ArchStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO ArchEOF
               PERFORM CheckOneArchiveEntry
                   UNTIL ArchEOF IS EQUAL TO 'Y'
               CLOSE ArchiveAuditFile
           ELSE IF ArchStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveAuditFile
           END-IF.

       CheckOneArchiveEntry.
           READ ArchiveAuditFile INTO AuditRecord
               AT END MOVE 'Y' TO ArchEOF
               NOT AT END PERFORM WriteAuditIfWanted
           END-READ.

       CheckOneAuditEntry.
           READ AuditFile INTO AuditRecord
               AT END MOVE 'Y' TO WSEOF
               NOT AT END PERFORM WriteAuditIfWanted
           END-READ.

       WriteAuditIfWanted.
           IF AuditIDNum IS EQUAL TO WantedID THEN
               ADD 1 TO SectionCount
               MOVE AuditTimestamp(1:14) TO PrnAuditStamp
               MOVE AuditOperation TO PrnAuditOp
               MOVE AuditOperator TO PrnAuditOper
               WRITE PrintLine FROM AuditDetail
               PERFORM WriteAuditValues
           END-IF.

       WriteAuditValues.
           IF AuditBeforeFirstName IS NOT EQUAL TO SPACE OR
               AuditBeforeLastName IS NOT EQUAL TO SPACE THEN
               CALL 'FORMATNAME' USING AuditBeforeFirstName,
                   AuditBeforeLastName, FullName
               MOVE "Nombre antes" TO PrnAuditLabel
               MOVE FullName TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditAfterFirstName IS NOT EQUAL TO SPACE OR
               AuditAfterLastName IS NOT EQUAL TO SPACE THEN
               CALL 'FORMATNAME' USING AuditAfterFirstName,
                   AuditAfterLastName, FullName
               MOVE "Nombre despues" TO PrnAuditLabel
               MOVE FullName TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditBeforeAddress IS NOT EQUAL TO SPACE THEN
               MOVE "Domicilio antes" TO PrnAuditLabel
               MOVE AuditBeforeAddress TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditAfterAddress IS NOT EQUAL TO SPACE THEN
               MOVE "Domicilio despues" TO PrnAuditLabel
               MOVE AuditAfterAddress TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditBeforePhone IS NOT EQUAL TO SPACE THEN
               MOVE "Telefono antes" TO PrnAuditLabel
               MOVE AuditBeforePhone TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditAfterPhone IS NOT EQUAL TO SPACE THEN
               MOVE "Telefono despues" TO PrnAuditLabel
               MOVE AuditAfterPhone TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditBeforeEmail IS NOT EQUAL TO SPACE THEN
               MOVE "Correo antes" TO PrnAuditLabel
               MOVE AuditBeforeEmail TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.
           IF AuditAfterEmail IS NOT EQUAL TO SPACE THEN
               MOVE "Correo despues" TO PrnAuditLabel
               MOVE AuditAfterEmail TO PrnAuditValue
               WRITE PrintLine FROM AuditFieldLine
           END-IF.

       DiscloseOrders.
           MOVE "Pedidos" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM OrderHeading.
           MOVE 'N' TO InWantedOrder.
           MOVE ZERO TO CustOrdCount.
           OPEN INPUT OrderFile.
           IF OrderStatus IS EQUAL TO "00" THEN
               MOVE WantedID TO WantedCustKey
               MOVE WantedCustKey TO OXCustID
               MOVE 'N' TO WSEOF
               START OrderFile KEY IS EQUAL TO OXCustID
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM FindOneCustOrder UNTIL WSEOF IS EQUAL TO 'Y'
               PERFORM ListOneCustOrder
                   VARYING CustOrdIdx FROM 1 BY 1
                   UNTIL CustOrdIdx IS GREATER THAN CustOrdCount
               CLOSE OrderFile
           ELSE IF OrderStatus IS EQUAL TO "05" THEN
               CLOSE OrderFile
           END-IF.
           PERFORM EndSection.

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

       ListOneCustOrder.
           MOVE TblCustOrdNum(CustOrdIdx) TO OXOrdNum.
           MOVE ZERO TO OXLineNum.
           MOVE 'N' TO WSEOF.
           START OrderFile KEY IS NOT LESS THAN OXKey
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           PERFORM ListOneOrderRecord UNTIL WSEOF IS EQUAL TO 'Y'.

       ListOneOrderRecord.
           READ OrderFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN OXOrdNum IS NOT EQUAL TO
                           TblCustOrdNum(CustOrdIdx)
                           MOVE 'Y' TO WSEOF
                       WHEN OrdRecType IS EQUAL TO 'H'
                           PERFORM CheckOrderHeader
                       WHEN OrdRecType IS EQUAL TO 'L' AND
                           InWantedOrder IS EQUAL TO 'Y'
                           MOVE OrdLineProd TO PrnLineProd
                           MOVE OrdLineSize TO PrnLineSize
                           MOVE OrdLineQty TO PrnLineQty
                           WRITE PrintLine FROM OrderLineDetail
                   END-EVALUATE
           END-READ.

       CheckOrderHeader.
           MOVE 'N' TO InWantedOrder.
           IF OrdCustID IS NUMERIC THEN
               IF OrdCustID IS EQUAL TO WantedID THEN
                   MOVE 'Y' TO InWantedOrder
                   ADD 1 TO SectionCount
                   MOVE OrdNum TO PrnOrdNum
                   MOVE OrdDate TO PrnOrdDate
                   MOVE OrdShipTo TO PrnOrdShipTo
                   MOVE OrdHdrStatus TO PrnOrdStatus
                   WRITE PrintLine FROM OrderDetail
               END-IF
           END-IF.

       DiscloseInvoices.
           MOVE "Facturas y documentos de venta" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM InvoiceHeading.
           OPEN INPUT ArchiveDir.
           IF DirStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO DirEOF
               PERFORM ProcessOneJournalArchive
                   UNTIL DirEOF IS EQUAL TO 'Y'
               CLOSE ArchiveDir
           ELSE IF DirStatus IS EQUAL TO "05" THEN
               CLOSE ArchiveDir
           END-IF.
           MOVE "./sales-journal.dat" TO SourceName.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneJournalRow UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SalesJournal
           ELSE IF JournalStatus IS EQUAL TO "05" THEN
               CLOSE SalesJournal
           END-IF.
           PERFORM EndSection.

       ProcessOneJournalArchive.
           READ ArchiveDir
               AT END MOVE 'Y' TO DirEOF
               NOT AT END
                   MOVE ADFileName TO ArchiveName
                   MOVE ADFileName TO SourceName
                   OPEN INPUT ArchiveJournal
                   IF ArchJrnlStatus IS EQUAL TO "00" THEN
                       MOVE 'N' TO WSEOF
                       PERFORM ListOneArchiveRow
                           UNTIL WSEOF IS EQUAL TO 'Y'
                       CLOSE ArchiveJournal
                   ELSE IF ArchJrnlStatus IS EQUAL TO "05" THEN
                       CLOSE ArchiveJournal
                   END-IF
           END-READ.

       ListOneArchiveRow.
           READ ArchiveJournal INTO SalesJournalRecord
               AT END MOVE 'Y' TO WSEOF
               NOT AT END PERFORM WriteInvoiceIfWanted
           END-READ.

       ListOneJournalRow.
           READ SalesJournal
               AT END MOVE 'Y' TO WSEOF
               NOT AT END PERFORM WriteInvoiceIfWanted
           END-READ.

       WriteInvoiceIfWanted.
           IF SJCustID IS EQUAL TO WantedID THEN
               ADD 1 TO SectionCount
               IF SJDocType IS EQUAL TO SPACE THEN
                   MOVE 'I' TO PrnInvType
               ELSE
                   MOVE SJDocType TO PrnInvType
               END-IF
               MOVE SJInvNum TO PrnInvNum
               MOVE SJDate TO PrnInvDate
               MOVE SJTotal TO PrnInvTotal
               MOVE SJCurrency TO PrnInvCurr
               MOVE SourceName TO PrnInvSource
               WRITE PrintLine FROM InvoiceDetail
           END-IF.

       DisclosePayments.
           MOVE "Pagos recibidos" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM PaymentHeading.
           OPEN INPUT PayHistFile.
           IF PayStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOnePayment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF PayStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.
           PERFORM EndSection.

       ListOnePayment.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PHCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO SectionCount
                       MOVE PHDate TO PrnPayDate
                       MOVE PHInvNum TO PrnPayInv
                       MOVE PHAmount TO PrnPayAmount
                       MOVE PHType TO PrnPayType
                       WRITE PrintLine FROM PaymentDetail
                   END-IF
           END-READ.

       DiscloseNotes.
           MOVE "Notas de cobranza" TO PrnSectionTitle.
           PERFORM StartSection.
           WRITE PrintLine FROM NoteHeading.
           OPEN INPUT NotesFile.
           IF NotesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneNote UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE NotesFile
           ELSE IF NotesStatus IS EQUAL TO "05" THEN
               CLOSE NotesFile
           END-IF.
           PERFORM EndSection.

       ListOneNote.
           READ NotesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CNCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO SectionCount
                       MOVE CNDate TO PrnNoteDate
                       MOVE CNCollector TO PrnNoteCollector
                       MOVE CNPromAmt TO PrnNotePromAmt
                       IF CNPromDate IS NUMERIC AND
                           CNPromDate IS GREATER THAN ZERO THEN
                           MOVE CNPromDate TO PrnNotePromDate
                       ELSE
                           MOVE SPACE TO PrnNotePromDate
                       END-IF
                       MOVE CNText TO PrnNoteText
                       WRITE PrintLine FROM NoteDetail
                   END-IF
           END-READ.

       WriteArcoLog.
           OPEN EXTEND ArcoLogFile.
           IF LogStatus IS NOT EQUAL TO "00" AND
               LogStatus IS NOT EQUAL TO "05" THEN
               DISPLAY 'No se pudo registrar en arco-log.dat: '
                   LogStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WantedID TO ALCustID.
           MOVE RequestDate TO ALReqDate.
           MOVE BusinessDate TO ALRespDate.
           MOVE DaysTaken TO ALDaysTaken.
           MOVE OnTime TO ALOnTime.
           MOVE TotalDisclosed TO ALRecords.
           MOVE DisclosureName TO ALDocName.
           WRITE ArcoLogRecord FROM LogLine.
           CLOSE ArcoLogFile.
