           SELECT OPTIONAL LevelFile ASSIGN TO "./dunning-level.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LevelStatus.
           SELECT OPTIONAL ContactFile
               ASSIGN TO "./cobol-tutorial-11-CRUD/cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
           SELECT LettersFile ASSIGN TO "./DunningLetters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X.
           02 OIDueDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscDate PIC 9(8).
           02 FILLER PIC X.
           02 OIDiscAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIDispFlag PIC X.
           02 FILLER PIC X.
           02 OIDispAmt PIC 9(6)V99.

       FD CustomerIndexFile.
       01 IndexCustomerData.
           02 FILLER PIC X.
           02 DLDate PIC 9(8).

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

       FD LettersFile.
       01 LetterLine PIC X(80).

       01 TodayInt PIC 9(7).
       01 InvInt PIC 9(7).
       01 DaysOld PIC S9(5).
       01 AgeFromDate PIC 9(8).
       01 OpenBalance PIC 9(6)V99.
       01 CustCount PIC 9(4) VALUE ZERO.
       01 CustTable.
       01 FoundIdx PIC 9(4).
       01 LevelEOF PIC X.
       01 LettersWritten PIC 9(4) VALUE ZERO.
       01 LettersOverdue PIC 9(9)V99 VALUE ZERO.
       01 StepName PIC X(12) VALUE 'DUNNING'.
       01 StepStart PIC X(14).
       01 StepRecs PIC 9(7) VALUE ZERO.
       01 StepOutcome PIC X(8) VALUE 'NORMAL'.
       01 TotalLabel PIC X(30).
       01 TotalAmount PIC S9(11)V99.
       01 SkippedDnc PIC 9(4) VALUE ZERO.
       01 FormattedName PIC X(63).
       01 AddressBlock PIC X(44).
       01 TemplIdx PIC 9(3).
       01 TemplEOF PIC X.
       01 SeparatorLine PIC X(80) VALUE ALL "=".
       01 ContactStatus PIC XX.
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
       01 WantedRole PIC X(3).
       01 SendToEmail PIC X(40).
       01 SendToLine.
           02 FILLER PIC X(8) VALUE "Correo: ".
           02 PrnSendToEmail PIC X(40).
       01 LevelLine.
           02 DLOutCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
       PROCEDURE DIVISION.

       MainPara.
           MOVE FUNCTION CURRENT-DATE(1:14) TO StepStart.
           CALL 'BIZDATE' USING BusinessDate.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           PERFORM AgeOpenItems.
           IF CustCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin saldos vencidos, no hay cartas.'
               PERFORM WriteRunLedger
               STOP RUN
           END-IF.
           PERFORM LoadLevelFile.
           PERFORM LoadContactTable.
           OPEN INPUT CustomerIndexFile.
           IF IdxStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No se pudo abrir customer.txt: ' IdxStatus
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM RewriteLevelFile.
           DISPLAY 'Cartas producidas:      ' LettersWritten.
           DISPLAY 'Saltadas no contactar:  ' SkippedDnc.
           MOVE LettersWritten TO StepRecs.
           PERFORM WriteRunLedger.
           MOVE 'Saldo vencido en cartas' TO TotalLabel.
           MOVE LettersOverdue TO TotalAmount.
           CALL 'STEPTOTAL' USING StepName, StepStart, TotalLabel,
               TotalAmount.
           STOP RUN.

       WriteRunLedgerError.
           MOVE 'ERROR' TO StepOutcome.
           PERFORM WriteRunLedger.

       WriteRunLedger.
           CALL 'RUNLEDGER' USING StepName, StepStart, StepRecs,
               StepOutcome.

       AgeOpenItems.
           OPEN INPUT OpenItemsFile.
           IF OpenStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe ar-open.dat.'
               PERFORM WriteRunLedgerError
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               NOT AT END
                   IF OIOpenFlag IS EQUAL TO 'O' THEN
                       COMPUTE OpenBalance = OIInvTotal - OIPaid
                       PERFORM LessDisputedAmount
                       IF OpenBalance IS GREATER THAN ZERO THEN
                           PERFORM GetAgeFromDate
                           COMPUTE InvInt =
                               FUNCTION INTEGER-OF-DATE(AgeFromDate)
                           COMPUTE DaysOld = TodayInt - InvInt
                           IF DaysOld IS GREATER THAN ZERO THEN
                               PERFORM NoteOverdue
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LessDisputedAmount.
           IF OIDispFlag IS EQUAL TO 'D' AND OIDispAmt IS NUMERIC THEN
               IF OIDispAmt IS NOT LESS THAN OpenBalance THEN
                   MOVE ZERO TO OpenBalance
               ELSE
                   SUBTRACT OIDispAmt FROM OpenBalance
               END-IF
           END-IF.

       GetAgeFromDate.
           IF OIDueDate IS NUMERIC AND
               OIDueDate IS GREATER THAN ZERO THEN
               MOVE OIDueDate TO AgeFromDate
           ELSE
               MOVE OIInvDate TO AgeFromDate
           END-IF.

       NoteOverdue.
           MOVE ZERO TO FoundIdx.
           IF CustCount IS GREATER THAN ZERO THEN
           IF FoundIdx IS EQUAL TO ZERO THEN
               IF CustCount IS EQUAL TO 2000 THEN
                   DISPLAY 'Tabla de clientes llena (2000).'
                   PERFORM WriteRunLedgerError
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

       SetOneLevel.
           EVALUATE TRUE
               WHEN TblMaxDays(CustIdx) IS GREATER THAN 60
                   MOVE 3 TO TblNewLevel(CustIdx)
               WHEN TblMaxDays(CustIdx) IS GREATER THAN 30
                   MOVE 2 TO TblNewLevel(CustIdx)
               WHEN OTHER
                   MOVE 1 TO TblNewLevel(CustIdx)
               DISPLAY 'Plantilla no encontrada: ' TemplateName
           ELSE
               ADD 1 TO LettersWritten
               ADD TblOverdue(CustIdx) TO LettersOverdue
               CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
                   FormattedName
               MOVE IDXEmail TO SendToEmail
               IF TblNewLevel(CustIdx) IS EQUAL TO 3 THEN
                   MOVE 'CTR' TO WantedRole
               ELSE
                   MOVE 'CXP' TO WantedRole
               END-IF
               PERFORM UseRoleContact
               IF SendToEmail IS NOT EQUAL TO SPACE THEN
                   MOVE SendToEmail TO PrnSendToEmail
                   WRITE LetterLine FROM SendToLine
               END-IF
               MOVE SPACE TO AddressBlock
               STRING IDXCustStreet DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               WRITE LetterLine FROM SeparatorLine
           END-IF.

       LoadContactTable.
           OPEN INPUT ContactFile.
           IF ContactStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneContact UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE ContactFile
           ELSE IF ContactStatus IS EQUAL TO "05" THEN
               CLOSE ContactFile
           END-IF.

       LoadOneContact.
           READ ContactFile
               AT END MOVE 'Y' TO WSEOF
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

       UseRoleContact.
           MOVE ZERO TO ContactFoundIdx.
           IF ContactCount IS GREATER THAN ZERO THEN
               PERFORM FindOneRoleContact
                   VARYING ContactIdx FROM 1 BY 1
                   UNTIL ContactIdx IS GREATER THAN ContactCount
           END-IF.
           IF ContactFoundIdx IS GREATER THAN ZERO THEN
               MOVE TblContName(ContactFoundIdx) TO FormattedName
               MOVE TblContEmail(ContactFoundIdx) TO SendToEmail
           END-IF.

       FindOneRoleContact.
           IF TblContCust(ContactIdx) IS EQUAL TO IDXIDNum
               AND TblContRole(ContactIdx) IS EQUAL TO WantedRole
               AND ContactFoundIdx IS EQUAL TO ZERO THEN
               MOVE ContactIdx TO ContactFoundIdx
           END-IF.

       LoadTemplate.
           MOVE ZERO TO TemplLineCount.
           OPEN INPUT TemplateFile.
