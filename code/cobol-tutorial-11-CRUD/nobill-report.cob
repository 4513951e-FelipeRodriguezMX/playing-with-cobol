       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOBILLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL ContactFile
               ASSIGN TO "./cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
            SELECT CustomerIndexFile ASSIGN TO "./customer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IDXIDNum
               FILE STATUS IS IdxStatus.
            SELECT NoBillReport ASSIGN TO "./NoBillingContact.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 IDXIDNum PIC 9(5).
           02 IDXFirstName PIC X(31).
           02 IDXLastName PIC X(30).
           02 IDXCustAddress PIC X(40).
           02 IDXPhone PIC X(15).
           02 IDXEmail PIC X(40).
           02 IDXCustStatus PIC X.
               88 IDXCustClosed VALUES 'D' 'I'.
           02 IDXCustMergedTo PIC 9(5).
           02 IDXCustDoNotContact PIC X.
           02 IDXCustSearchName PIC X(30).

       FD NoBillReport.
       01 PrintLine PIC X(100).

       WORKING-STORAGE SECTION.
       01 ContactStatus PIC XX.
       01 IdxStatus PIC XX.
       01 WSEOF PIC X.
       01 CustRead PIC 9(7) VALUE ZERO.
       01 NoBillCount PIC 9(7) VALUE ZERO.
       01 FormattedName PIC X(63).

       01 BillingMarkTable.
           02 BillingMark PIC X OCCURS 99999 TIMES VALUE SPACE.

       01 ReportHeading PIC X(100) VALUE
           "Clientes activos sin contacto de cuentas por pagar (CXP)".
       01 ColumnHeading.
           02 FILLER PIC X(40) VALUE
               "    Id     E  Nombre                    ".
           02 FILLER PIC X(39) VALUE
               "                     Correo del cliente".
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnIDNum PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnStatus PIC X.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnName PIC X(45).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnEmail PIC X(40).
       01 TotalLine.
           02 FILLER PIC X(26) VALUE
               "Clientes revisados:       ".
           02 PrnCustRead PIC ZZZZZZ9.
       01 NoBillTotalLine.
           02 FILLER PIC X(26) VALUE
               "Sin contacto de cobro:    ".
           02 PrnNoBillCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           OPEN INPUT ContactFile.
           IF ContactStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM NoteOneContact UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ContactFile
           ELSE IF ContactStatus IS EQUAL TO "05" THEN
               CLOSE ContactFile
           END-IF.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NoBillReport.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM ColumnHeading.
           MOVE 'N' TO WSEOF.
           PERFORM CheckOneCustomer UNTIL WSEOF IS EQUAL TO 'Y'.
           CLOSE CustomerIndexFile.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE CustRead TO PrnCustRead.
           WRITE PrintLine FROM TotalLine.
           MOVE NoBillCount TO PrnNoBillCount.
           WRITE PrintLine FROM NoBillTotalLine.
           CLOSE NoBillReport.
           DISPLAY 'Clientes sin contacto CXP: ' NoBillCount.
           STOP RUN.

       NoteOneContact.
           READ ContactFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CCRole IS EQUAL TO 'CXP' AND
                       CCCustID IS NUMERIC AND
                       CCCustID IS GREATER THAN ZERO THEN
                       MOVE 'Y' TO BillingMark(CCCustID)
                   END-IF
           END-READ.

       CheckOneCustomer.
           READ CustomerIndexFile NEXT
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF NOT IDXCustClosed AND
                       IDXCustMergedTo IS EQUAL TO ZERO THEN
                       ADD 1 TO CustRead
                       IF BillingMark(IDXIDNum) IS NOT EQUAL TO 'Y'
                           THEN
                           ADD 1 TO NoBillCount
                           PERFORM PrintOneNoBill
                       END-IF
                   END-IF
           END-READ.

       PrintOneNoBill.
           MOVE IDXIDNum TO PrnIDNum.
           MOVE IDXCustStatus TO PrnStatus.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           MOVE FormattedName TO PrnName.
           MOVE IDXEmail TO PrnEmail.
           WRITE PrintLine FROM DetailLine.
