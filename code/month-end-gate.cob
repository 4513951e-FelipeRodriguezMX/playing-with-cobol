       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEGATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DeckStatusFile
               ASSIGN TO DYNAMIC DeckStatusName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeckStatus.
           SELECT MonthFile ASSIGN TO DYNAMIC MonthFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MonthStatus.
       DATA DIVISION.
       FILE SECTION.
       FD DeckStatusFile.
       01 DeckStatusRecord PIC X(40).

       FD MonthFile.
       01 MonthRecord.
           02 StoredMonth PIC 9(6).

       WORKING-STORAGE SECTION.
       01 DeckStatus PIC XX.
       01 MonthStatus PIC XX.
       01 DeckStatusName PIC X(40).
       01 MonthFileName PIC X(40).
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 MonthParam PIC X(6).
       01 CloseMonth PIC 9(6).
       01 CloseMonthParts REDEFINES CloseMonth.
           02 CloseYear PIC 9(4).
           02 CloseMonthNum PIC 99.
       01 WorkInt PIC 9(7).
       01 WorkDate PIC 9(8).
       01 NextMonthStart PIC 9(8).
       01 LastDayOfMonth PIC 9(8).
       01 NightlyDone PIC X VALUE 'N'.
       01 DayWorking PIC X.
       01 DayReason PIC X(30).
       01 DaysBack PIC 99.
       01 StatDate PIC X(8).
       01 StatStep PIC X(20).
       01 StatWord PIC X(10).

       PROCEDURE DIVISION.

       MainPara.
           ACCEPT DeckStatusName FROM ENVIRONMENT "DECKSTATUS_FILE".
           IF DeckStatusName IS EQUAL TO SPACE THEN
               MOVE "./deck-status.dat" TO DeckStatusName
           END-IF.
           ACCEPT MonthFileName FROM ENVIRONMENT "MENDMONTH_FILE".
           IF MonthFileName IS EQUAL TO SPACE THEN
               MOVE "./month-end-month.dat" TO MonthFileName
           END-IF.
           CALL 'BIZDATE' USING BusinessDate.
           ACCEPT MonthParam FROM ENVIRONMENT "MEND_MONTH".
           IF MonthParam IS EQUAL TO SPACE THEN
               COMPUTE WorkInt =
                   FUNCTION INTEGER-OF-DATE(BusinessDate) - 1
               COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(WorkInt)
               PERFORM BackToWorkingDay
               MOVE WorkDate(1:6) TO CloseMonth
           ELSE
               IF FUNCTION TEST-NUMVAL(MonthParam) IS NOT EQUAL TO
                   ZERO THEN
                   DISPLAY 'MEND_MONTH invalido (AAAAMM): ' MonthParam
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE CloseMonth = FUNCTION NUMVAL(MonthParam)
           END-IF.
           IF CloseMonthNum IS LESS THAN 1 OR
               CloseMonthNum IS GREATER THAN 12 THEN
               DISPLAY 'Mes de cierre invalido: ' CloseMonth
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CloseMonthNum IS EQUAL TO 12 THEN
               COMPUTE NextMonthStart = (CloseYear + 1) * 10000 + 101
           ELSE
               COMPUTE NextMonthStart = CloseMonth * 100 + 101
           END-IF.
           COMPUTE WorkInt =
               FUNCTION INTEGER-OF-DATE(NextMonthStart) - 1.
           COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(WorkInt).
           PERFORM BackToWorkingDay.
           MOVE WorkDate TO LastDayOfMonth.
           IF LastDayOfMonth IS NOT LESS THAN BusinessDate THEN
               DISPLAY 'El mes ' CloseMonth ' no ha terminado;'
                   ' fecha de negocio ' BusinessDate
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DeckStatusFile.
           IF DeckStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM CheckOneStatus UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE DeckStatusFile
           ELSE IF DeckStatus IS EQUAL TO "05" THEN
               CLOSE DeckStatusFile
           END-IF.
           IF NightlyDone IS EQUAL TO 'N' THEN
               DISPLAY 'La corrida nocturna del ' LastDayOfMonth
                   ' no ha terminado; no se inicia el cierre del mes.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MonthFile.
           MOVE CloseMonth TO StoredMonth.
           WRITE MonthRecord.
           CLOSE MonthFile.
           DISPLAY 'Cierre del mes ' CloseMonth
               ', corrida nocturna del ' LastDayOfMonth ' terminada.'.
           STOP RUN.

       BackToWorkingDay.
           MOVE ZERO TO DaysBack.
           CALL 'WORKDAY' USING WorkDate, DayWorking, DayReason.
           PERFORM BackOneDay
               UNTIL DayWorking IS EQUAL TO 'Y' OR
                   DaysBack IS GREATER THAN 31.

       BackOneDay.
           ADD 1 TO DaysBack.
           COMPUTE WorkInt = FUNCTION INTEGER-OF-DATE(WorkDate) - 1.
           COMPUTE WorkDate = FUNCTION DATE-OF-INTEGER(WorkInt).
           CALL 'WORKDAY' USING WorkDate, DayWorking, DayReason.

       CheckOneStatus.
           READ DeckStatusFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE SPACE TO StatDate StatStep StatWord
                   UNSTRING DeckStatusRecord DELIMITED BY ALL SPACE
                       INTO StatDate StatStep StatWord
                   END-UNSTRING
                   IF StatDate IS EQUAL TO LastDayOfMonth AND
                       StatStep IS EQUAL TO 'END' AND
                       StatWord IS EQUAL TO 'DONE' THEN
                       MOVE 'Y' TO NightlyDone
                   END-IF
           END-READ.
