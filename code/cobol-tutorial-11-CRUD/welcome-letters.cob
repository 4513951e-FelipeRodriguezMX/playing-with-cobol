            SELECT TemplateFile ASSIGN TO "./welcome-template.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TemplStatus.
            SELECT OPTIONAL ContactFile
               ASSIGN TO "./cust-contacts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContactStatus.
            SELECT LettersFile ASSIGN TO "./WelcomeLetters.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SummaryFile ASSIGN TO "./WelcomeRun.dat"
       FD TemplateFile.
       01 TemplateRecord PIC X(80).

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

       01 TemplEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 YesterdayDate PIC 9(8).
       01 FromDate PIC 9(8).
       01 DayWorking PIC X.
       01 DayReason PIC X(30).
       01 DaysBack PIC 99.
       01 WorkInt PIC 9(7).
       01 ThisDate PIC 9(8).
       01 LettersWritten PIC 9(5) VALUE ZERO.
           "Cartas de bienvenida - resumen de corrida".
       01 DateLine.
           02 FILLER PIC X(17) VALUE "Altas del dia:   ".
           02 PrnFromDate PIC 9(8).
           02 FILLER PIC X(4) VALUE " al ".
           02 PrnForDate PIC 9(8).
       01 CountLine.
           02 PrnCountLabel PIC X(24).
           02 PrnCountValue PIC ZZZZ9.
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
       01 WantedRole PIC X(3) VALUE 'COM'.
       01 SendToEmail PIC X(40).
       01 SendToLine.
           02 FILLER PIC X(8) VALUE "Correo: ".
           02 PrnSendToEmail PIC X(40).

       PROCEDURE DIVISION.

           COMPUTE WorkInt =
               FUNCTION INTEGER-OF-DATE(BusinessDate) - 1.
           COMPUTE YesterdayDate = FUNCTION DATE-OF-INTEGER(WorkInt).
           PERFORM FindFromDate.
           PERFORM LoadTemplate.
           PERFORM LoadContactTable.
           OPEN INPUT AuditFile.
           IF AuditStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe archivo de auditoria.'
                   END-IF
           END-READ.

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

       FindFromDate.
           MOVE YesterdayDate TO FromDate.
           MOVE ZERO TO DaysBack.
           CALL 'WORKDAY' USING FromDate, DayWorking, DayReason.
           PERFORM BackOneDay
               UNTIL DayWorking IS EQUAL TO 'Y' OR
                   DaysBack IS GREATER THAN 31.

       BackOneDay.
           ADD 1 TO DaysBack.
           COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(FromDate) - 1.
           COMPUTE FromDate = FUNCTION DATE-OF-INTEGER(WorkInt).
           CALL 'WORKDAY' USING FromDate, DayWorking, DayReason.

       NoteOneAdd.
           READ AuditFile
               AT END MOVE 'Y' TO WSEOF
                       AuditIDNum IS NUMERIC AND
                       AuditIDNum IS GREATER THAN ZERO THEN
                       MOVE AuditTimestamp(1:8) TO ThisDate
                       IF ThisDate IS NOT LESS THAN FromDate AND
                           ThisDate IS NOT GREATER THAN YesterdayDate
                           THEN
                           IF AddMark(AuditIDNum) IS EQUAL TO SPACE
                               THEN
                               ADD 1 TO AddsFound
           ADD 1 TO LettersWritten.
           CALL 'FORMATNAME' USING IDXFirstName, IDXLastName,
               FormattedName.
           MOVE IDXEmail TO SendToEmail.
           PERFORM UseRoleContact.
           IF SendToEmail IS NOT EQUAL TO SPACE THEN
               MOVE SendToEmail TO PrnSendToEmail
               WRITE LetterLine FROM SendToLine
           END-IF.
           MOVE SPACE TO AddressBlock.
           STRING IDXCustStreet DELIMITED BY SIZE
               " " DELIMITED BY SIZE
       WriteSummary.
           OPEN OUTPUT SummaryFile.
           WRITE SummaryLine FROM SummaryHeading.
           MOVE FromDate TO PrnFromDate.
           MOVE YesterdayDate TO PrnForDate.
           WRITE SummaryLine FROM DateLine.
           MOVE "Altas encontradas:      " TO PrnCountLabel.
