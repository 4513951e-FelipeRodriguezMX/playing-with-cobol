       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CalendarFile
               ASSIGN TO DYNAMIC CalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CalStatus.
       DATA DIVISION.
       FILE SECTION.
       FD CalendarFile.
       01 CalendarRecord.
           02 CFDate PIC 9(8).
           02 FILLER PIC X.
           02 CFType PIC X.
           02 FILLER PIC X.
           02 CFDesc PIC X(30).

       WORKING-STORAGE SECTION.
       01 CalStatus PIC XX.
       01 CalFileName PIC X(40).
       01 CalEOF PIC X VALUE 'N'.
       01 CalCount PIC 9(4) VALUE ZERO.
       01 CalTable.
           02 CalEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON CalCount
               INDEXED BY CI.
               03 TblCalDate PIC 9(8).
               03 TblCalType PIC X.
               03 TblCalDesc PIC X(30).
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 ChangesMade PIC 9(4) VALUE ZERO.
       01 CalIdx PIC 9(4).
       01 CalFoundIdx PIC 9(4).
       01 InsertIdx PIC 9(4).
       01 EntryOk PIC X.
       01 EnteredYearX PIC X(4).
       01 EnteredYear PIC 9(4).
       01 EnteredDateX PIC X(8).
       01 EnteredDate PIC 9(8).
       01 EnteredType PIC X.
       01 EnteredDesc PIC X(30).
       01 ConfirmDelete PIC X.
       01 ListedCount PIC 9(4).
       01 AddedCount PIC 9(2).
       01 KeptCount PIC 9(2).
       01 WeekDayNum PIC 9.
       01 MonthStart PIC 9(8).
       01 MonthStartInt PIC 9(7).
       01 MondayWanted PIC 9.
       01 DayInt PIC 9(7).
       01 WeekDayNames.
           02 FILLER PIC X(9) VALUE 'Domingo'.
           02 FILLER PIC X(9) VALUE 'Lunes'.
           02 FILLER PIC X(9) VALUE 'Martes'.
           02 FILLER PIC X(9) VALUE 'Miercoles'.
           02 FILLER PIC X(9) VALUE 'Jueves'.
           02 FILLER PIC X(9) VALUE 'Viernes'.
           02 FILLER PIC X(9) VALUE 'Sabado'.
       01 WeekDayTable REDEFINES WeekDayNames.
           02 TblWeekDay PIC X(9) OCCURS 7 TIMES.
       01 ListLine.
           02 PrnDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnWeekDay PIC X(9).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnType PIC X(12).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnDesc PIC X(30).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           ACCEPT CalFileName FROM ENVIRONMENT "BIZCAL_FILE".
           IF CalFileName IS EQUAL TO SPACE THEN
               MOVE "./biz-calendar.dat" TO CalFileName
           END-IF.
           PERFORM LoadCalendar.
           PERFORM MenuLoop UNTIL StayOpen IS EQUAL TO 'N'.
           IF ChangesMade IS GREATER THAN ZERO THEN
               PERFORM SaveCalendar
               DISPLAY 'Cambios guardados: ' ChangesMade
           END-IF.
           STOP RUN.

       LoadCalendar.
           OPEN INPUT CalendarFile.
           IF CalStatus IS EQUAL TO "00" THEN
               PERFORM LoadOneCalDate UNTIL CalEOF IS EQUAL TO 'Y'
               CLOSE CalendarFile
           ELSE IF CalStatus IS EQUAL TO "05" THEN
               CLOSE CalendarFile
           END-IF.

       LoadOneCalDate.
           READ CalendarFile
               AT END MOVE 'Y' TO CalEOF
               NOT AT END
                   IF CFDate IS NUMERIC AND CalCount IS LESS THAN 3000
                       THEN
                       MOVE CFDate TO EnteredDate
                       MOVE CFType TO EnteredType
                       MOVE CFDesc TO EnteredDesc
                       PERFORM StoreCalDate
                   END-IF
           END-READ.

       MenuLoop.
           DISPLAY ' '
           DISPLAY 'Calendario de dias habiles'
           DISPLAY '1 : Listar un ano'
           DISPLAY '2 : Agregar dia feriado o no laborable'
           DISPLAY '3 : Agregar dia laborable (fin de semana)'
           DISPLAY '4 : Borrar fecha'
           DISPLAY '5 : Cargar feriados oficiales de un ano'
           DISPLAY '0 : Salir'
           DISPLAY ':' WITH NO ADVANCING.
           ACCEPT Choice.
           EVALUATE Choice
               WHEN 1 PERFORM ListCalendarYear
               WHEN 2 MOVE 'F' TO EnteredType
                      PERFORM GuardedAddDate
               WHEN 3 MOVE 'L' TO EnteredType
                      PERFORM GuardedAddDate
               WHEN 4 PERFORM GuardedDeleteDate
               WHEN 5 PERFORM GuardedLoadHolidays
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE.

       GuardedAddDate.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian el calendario.'
           ELSE
               PERFORM AddCalDate
           END-IF.

       GuardedDeleteDate.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian el calendario.'
           ELSE
               PERFORM DeleteCalDate
           END-IF.

       GuardedLoadHolidays.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'Solo supervisores cambian el calendario.'
           ELSE
               PERFORM LoadOfficialHolidays
           END-IF.

       CaptureYear.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Ano (AAAA):' WITH NO ADVANCING.
           ACCEPT EnteredYearX.
           IF FUNCTION TEST-NUMVAL(EnteredYearX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredYear = FUNCTION NUMVAL(EnteredYearX)
           ELSE
               MOVE ZERO TO EnteredYear
           END-IF.
           IF EnteredYear IS LESS THAN 1900 THEN
               DISPLAY 'Ano invalido.'
               MOVE 'N' TO EntryOk
           END-IF.

       CaptureCalDate.
           MOVE 'Y' TO EntryOk.
           DISPLAY 'Fecha (AAAAMMDD):' WITH NO ADVANCING.
           ACCEPT EnteredDateX.
           IF FUNCTION TEST-NUMVAL(EnteredDateX) IS EQUAL TO ZERO THEN
               COMPUTE EnteredDate = FUNCTION NUMVAL(EnteredDateX)
           ELSE
               MOVE ZERO TO EnteredDate
           END-IF.
           IF EnteredDate IS LESS THAN 19000101 OR
               FUNCTION TEST-DATE-YYYYMMDD(EnteredDate) IS NOT EQUAL
               TO ZERO THEN
               DISPLAY 'Fecha invalida.'
               MOVE 'N' TO EntryOk
           END-IF.

       ListCalendarYear.
           PERFORM CaptureYear.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE ZERO TO ListedCount
               DISPLAY 'Fecha     Dia        Tipo          Descripcion'
               IF CalCount IS GREATER THAN ZERO THEN
                   PERFORM ListOneCalDate
                       VARYING CalIdx FROM 1 BY 1
                       UNTIL CalIdx IS GREATER THAN CalCount
               END-IF
               IF ListedCount IS EQUAL TO ZERO THEN
                   DISPLAY 'Sin fechas para ' EnteredYear
                       '; solo sabados y domingos son no laborables.'
               END-IF
           END-IF.

       ListOneCalDate.
           IF TblCalDate(CalIdx)(1:4) IS EQUAL TO EnteredYear THEN
               ADD 1 TO ListedCount
               MOVE TblCalDate(CalIdx) TO PrnDate
               COMPUTE WeekDayNum = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(TblCalDate(CalIdx)), 7)
               MOVE TblWeekDay(WeekDayNum + 1) TO PrnWeekDay
               IF TblCalType(CalIdx) IS EQUAL TO 'F' THEN
                   MOVE 'No laborable' TO PrnType
               ELSE
                   MOVE 'Laborable' TO PrnType
               END-IF
               MOVE TblCalDesc(CalIdx) TO PrnDesc
               DISPLAY ListLine
           END-IF.

       AddCalDate.
           PERFORM CaptureCalDate.
           IF EntryOk IS EQUAL TO 'Y' THEN
               DISPLAY 'Descripcion:' WITH NO ADVANCING
               ACCEPT EnteredDesc
               IF EnteredDesc IS EQUAL TO SPACE THEN
                   DISPLAY 'Descripcion requerida.'
                   MOVE 'N' TO EntryOk
               END-IF
           END-IF.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM FindCalDate
               IF CalFoundIdx IS EQUAL TO ZERO AND
                   CalCount IS EQUAL TO 3000 THEN
                   DISPLAY 'Calendario lleno (3000 fechas).'
               ELSE
                   IF CalFoundIdx IS GREATER THAN ZERO THEN
                       DISPLAY 'La fecha ya existia, se reemplaza: '
                           TblCalDesc(CalFoundIdx)
                   END-IF
                   PERFORM StoreCalDate
                   ADD 1 TO ChangesMade
                   DISPLAY 'Fecha registrada.'
               END-IF
           END-IF.

       DeleteCalDate.
           PERFORM CaptureCalDate.
           IF EntryOk IS EQUAL TO 'Y' THEN
               PERFORM FindCalDate
               IF CalFoundIdx IS EQUAL TO ZERO THEN
                   DISPLAY 'Fecha no registrada en el calendario.'
               ELSE
                   DISPLAY 'Borrar ' TblCalDate(CalFoundIdx) ' '
                       TblCalDesc(CalFoundIdx) ' (S/N):'
                       WITH NO ADVANCING
                   ACCEPT ConfirmDelete
                   IF ConfirmDelete IS EQUAL TO 'S' OR
                       ConfirmDelete IS EQUAL TO 's' THEN
                       PERFORM RemoveCalDate
                       ADD 1 TO ChangesMade
                       DISPLAY 'Fecha borrada.'
                   END-IF
               END-IF
           END-IF.

       LoadOfficialHolidays.
           PERFORM CaptureYear.
           IF EntryOk IS EQUAL TO 'Y' THEN
               MOVE ZERO TO AddedCount
               MOVE ZERO TO KeptCount
               MOVE 'F' TO EnteredType
               COMPUTE EnteredDate = EnteredYear * 10000 + 101
               MOVE 'Ano Nuevo' TO EnteredDesc
               PERFORM AddOfficialHoliday
               MOVE 1 TO MondayWanted
               COMPUTE MonthStart = EnteredYear * 10000 + 201
               PERFORM FindNthMonday
               MOVE 'Dia de la Constitucion' TO EnteredDesc
               PERFORM AddOfficialHoliday
               MOVE 3 TO MondayWanted
               COMPUTE MonthStart = EnteredYear * 10000 + 301
               PERFORM FindNthMonday
               MOVE 'Natalicio de Benito Juarez' TO EnteredDesc
               PERFORM AddOfficialHoliday
               COMPUTE EnteredDate = EnteredYear * 10000 + 501
               MOVE 'Dia del Trabajo' TO EnteredDesc
               PERFORM AddOfficialHoliday
               COMPUTE EnteredDate = EnteredYear * 10000 + 916
               MOVE 'Dia de la Independencia' TO EnteredDesc
               PERFORM AddOfficialHoliday
               IF FUNCTION MOD(EnteredYear - 2024, 6) IS EQUAL TO ZERO
                   THEN
                   COMPUTE EnteredDate = EnteredYear * 10000 + 1001
                   MOVE 'Transmision Poder Ejecutivo' TO EnteredDesc
                   PERFORM AddOfficialHoliday
               END-IF
               MOVE 3 TO MondayWanted
               COMPUTE MonthStart = EnteredYear * 10000 + 1101
               PERFORM FindNthMonday
               MOVE 'Dia de la Revolucion' TO EnteredDesc
               PERFORM AddOfficialHoliday
               COMPUTE EnteredDate = EnteredYear * 10000 + 1225
               MOVE 'Navidad' TO EnteredDesc
               PERFORM AddOfficialHoliday
               DISPLAY 'Feriados agregados: ' AddedCount
                   ', ya registrados: ' KeptCount
           END-IF.

       FindNthMonday.
           COMPUTE MonthStartInt = FUNCTION INTEGER-OF-DATE(MonthStart).
           COMPUTE WeekDayNum = FUNCTION MOD(MonthStartInt, 7).
           COMPUTE DayInt = MonthStartInt +
               FUNCTION MOD(8 - WeekDayNum, 7) +
               (MondayWanted - 1) * 7.
           COMPUTE EnteredDate = FUNCTION DATE-OF-INTEGER(DayInt).

       AddOfficialHoliday.
           PERFORM FindCalDate.
           IF CalFoundIdx IS GREATER THAN ZERO THEN
               ADD 1 TO KeptCount
           ELSE IF CalCount IS LESS THAN 3000 THEN
               PERFORM StoreCalDate
               ADD 1 TO AddedCount
               ADD 1 TO ChangesMade
           END-IF.

       FindCalDate.
           MOVE ZERO TO CalFoundIdx.
           IF CalCount IS GREATER THAN ZERO THEN
               PERFORM FindOneCalDate
                   VARYING CI FROM 1 BY 1
                   UNTIL CI IS GREATER THAN CalCount
           END-IF.

       FindOneCalDate.
           IF TblCalDate(CI) IS EQUAL TO EnteredDate THEN
               SET CalFoundIdx TO CI
           END-IF.

       StoreCalDate.
           PERFORM FindCalDate.
           IF CalFoundIdx IS EQUAL TO ZERO THEN
               MOVE 1 TO InsertIdx
               IF CalCount IS GREATER THAN ZERO THEN
                   PERFORM FindInsertPoint
                       VARYING CI FROM 1 BY 1
                       UNTIL CI IS GREATER THAN CalCount
               END-IF
               ADD 1 TO CalCount
               PERFORM ShiftOneUp
                   VARYING CalIdx FROM CalCount BY -1
                   UNTIL CalIdx IS NOT GREATER THAN InsertIdx
               MOVE InsertIdx TO CalFoundIdx
           END-IF.
           MOVE EnteredDate TO TblCalDate(CalFoundIdx).
           MOVE EnteredType TO TblCalType(CalFoundIdx).
           MOVE EnteredDesc TO TblCalDesc(CalFoundIdx).

       FindInsertPoint.
           IF TblCalDate(CI) IS LESS THAN EnteredDate THEN
               SET InsertIdx TO CI
               ADD 1 TO InsertIdx
           END-IF.

       ShiftOneUp.
           MOVE CalEntry(CalIdx - 1) TO CalEntry(CalIdx).

       RemoveCalDate.
           PERFORM ShiftOneDown
               VARYING CalIdx FROM CalFoundIdx BY 1
               UNTIL CalIdx IS NOT LESS THAN CalCount.
           SUBTRACT 1 FROM CalCount.

       ShiftOneDown.
           MOVE CalEntry(CalIdx + 1) TO CalEntry(CalIdx).

       SaveCalendar.
           OPEN OUTPUT CalendarFile.
           PERFORM SaveOneCalDate
               VARYING CalIdx FROM 1 BY 1
               UNTIL CalIdx IS GREATER THAN CalCount.
           CLOSE CalendarFile.

       SaveOneCalDate.
           MOVE SPACE TO CalendarRecord.
           MOVE TblCalDate(CalIdx) TO CFDate.
           MOVE TblCalType(CalIdx) TO CFType.
           MOVE TblCalDesc(CalIdx) TO CFDesc.
           WRITE CalendarRecord.
