       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NotesFile ASSIGN TO "./coll-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotesStatus.
           SELECT CustomerIndexFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 NotesStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 NotesAdded PIC 9(4) VALUE ZERO.
       01 ListedCount PIC 9(4).
       01 EntryOk PIC X.
       01 EnteredIDX PIC X(5).
       01 WantedID PIC 9(5).
       01 FormattedName PIC X(63).
       01 EnteredText PIC X(50).
       01 EnteredAmountX PIC X(12).
       01 EnteredAmount PIC 9(6)V99.
       01 EnteredDateX PIC X(8).
       01 EnteredDate PIC 9(8).
       01 WorkMonth PIC 99.
       01 WorkDay PIC 99.
       01 ListHeading PIC X(60) VALUE
           "Fecha    Gestor     Promesa Fecha pr  Nota".
       01 ListLine.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCollector PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromAmt PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromDate PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnText PIC X(50).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           CLOSE CustomerIndexFile.
           DISPLAY 'Notas registradas: ' NotesAdded.
           STOP RUN.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Notas de cobranza'
           DISPLAY '1 : Registrar gestion'
           DISPLAY '2 : Ver notas de un cliente'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM AddNote
               WHEN 2 PERFORM ListCustomerNotes
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       CaptureCustomer.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Id de cliente:' WITH NO ADVANCING.
           ACCEPT EnteredIDX.
           IF FUNCTION TEST-NUMVAL(EnteredIDX) IS EQUAL TO ZERO THEN
               COMPUTE WantedID = FUNCTION NUMVAL(EnteredIDX)
           ELSE
               MOVE ZERO TO WantedID
           END-IF.
           IF WantedID IS EQUAL TO ZERO THEN
               DISPLAY 'Id invalido.'
               MOVE 'N' TO EntryOk
           ELSE
               MOVE WantedID TO IDXIDNum
               READ CustomerIndexFile
                   INVALID KEY
                       DISPLAY 'Cliente no existe: ' WantedID
                       MOVE 'N' TO EntryOk
                   NOT INVALID KEY
                       CALL 'FORMATNAME' USING IDXFirstName,
                           IDXLastName, FormattedName
                       DISPLAY 'Cliente ' IDXIDNum ' ' FormattedName
               END-READ
           END-IF.

       AddNote.
           PERFORM CaptureCustomer.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Nota:' WITH NO ADVANCING
               ACCEPT EnteredText
               IF EnteredText IS EQUAL TO SPACE THEN
                   DISPLAY 'Nota vacia, no se registra.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM CapturePromise
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM WriteNote
           END-IF.

       CapturePromise.
           MOVE ZERO TO EnteredDate.
           DISPLAY 'Promesa de pago (vacio=ninguna):'
               WITH NO ADVANCING.
           ACCEPT EnteredAmountX.
           IF EnteredAmountX IS EQUAL TO SPACE THEN
               MOVE ZERO TO EnteredAmount
           ELSE IF FUNCTION TEST-NUMVAL(EnteredAmountX) IS EQUAL TO
               ZERO THEN
               COMPUTE EnteredAmount = FUNCTION NUMVAL(EnteredAmountX)
               IF EnteredAmount IS EQUAL TO ZERO THEN
                   DISPLAY 'Monto invalido.'
                   MOVE 'N' TO EntryOk
               END-IF
           ELSE
               DISPLAY 'Monto invalido.'
               MOVE 'N' TO EntryOk
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' AND
               EnteredAmount IS GREATER THAN ZERO THEN
               PERFORM CapturePromiseDate
           END-IF.

       CapturePromiseDate.
           DISPLAY 'Fecha prometida (AAAAMMDD):' WITH NO ADVANCING.
           ACCEPT EnteredDateX.
           IF FUNCTION TEST-NUMVAL(EnteredDateX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredDate = FUNCTION NUMVAL(EnteredDateX)
           ELSE
               MOVE ZERO TO EnteredDate
           END-IF.
           MOVE EnteredDate(5:2) TO WorkMonth.
           MOVE EnteredDate(7:2) TO WorkDay.
           IF EnteredDate IS LESS THAN 19000101 OR
               WorkMonth IS LESS THAN 01 OR
               WorkMonth IS GREATER THAN 12 OR
               WorkDay IS LESS THAN 01 OR
               WorkDay IS GREATER THAN 31 THEN
               DISPLAY 'Fecha invalida.'
               MOVE 'N' TO EntryOk
           ELSE IF EnteredDate IS LESS THAN BusinessDate THEN
               DISPLAY 'La fecha prometida ya paso.'
               MOVE 'N' TO EntryOk
           END-IF.

       WriteNote.
           MOVE SPACE TO NotesRecord.
           MOVE WantedID TO CNCustID.
           MOVE BusinessDate TO CNDate.
           MOVE OperatorID TO CNCollector.
           MOVE EnteredAmount TO CNPromAmt.
           MOVE EnteredDate TO CNPromDate.
           MOVE EnteredText TO CNText.
           OPEN EXTEND NotesFile.
           WRITE NotesRecord.
           CLOSE NotesFile.
           ADD 1 TO NotesAdded.
           DISPLAY 'Nota registrada.'.

       ListCustomerNotes.
           PERFORM CaptureCustomer.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM ScanCustomerNotes
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin notas para el cliente.'
               END-IF
           END-IF.

       ScanCustomerNotes.
           MOVE ZERO TO ListedCount.
           DISPLAY ListHeading.
           OPEN INPUT NotesFile.
           IF NotesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ListOneNote UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE NotesFile
           ELSE IF NotesStatus IS EQUAL TO "05" THEN
               CLOSE NotesFile
           END-IF.

       ListOneNote.
           READ NotesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CNCustID IS EQUAL TO WantedID THEN
                       ADD 1 TO ListedCount
                       MOVE CNDate TO PrnDate
                       MOVE CNCollector TO PrnCollector
                       MOVE CNText TO PrnText
                       PERFORM SetPromiseColumns
                       DISPLAY ListLine
                   END-IF
           END-READ.

       SetPromiseColumns.
           IF CNPromAmt IS NUMERIC AND
               CNPromAmt IS GREATER THAN ZERO THEN
               MOVE CNPromAmt TO PrnPromAmt
               MOVE CNPromDate TO PrnPromDate
           ELSE
               MOVE ZERO TO PrnPromAmt
               MOVE SPACE TO PrnPromDate
           END-IF.
