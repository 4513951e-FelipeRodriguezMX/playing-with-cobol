       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKDAY.
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
       01 CalEOF PIC X.
       01 CalLoaded PIC X VALUE 'N'.
       01 CalCount PIC 9(4) VALUE ZERO.
       01 CalTable.
           02 CalEntry
               OCCURS 1 TO 3000 TIMES
               DEPENDING ON CalCount
               INDEXED BY CI.
               03 TblCalDate PIC 9(8).
               03 TblCalType PIC X.
               03 TblCalDesc PIC X(30).
       01 CalFoundIdx PIC 9(4).
       01 WeekDayNum PIC 9.
       LINKAGE SECTION.
           01 LNDate PIC 9(8).
           01 LNWorking PIC X.
           01 LNReason PIC X(30).
       PROCEDURE DIVISION USING LNDate, LNWorking, LNReason.
           IF CalLoaded IS EQUAL TO 'N' THEN
               PERFORM LoadCalendar
           END-IF
           MOVE 'Y' TO LNWorking
           MOVE SPACE TO LNReason
           IF FUNCTION TEST-DATE-YYYYMMDD(LNDate) IS NOT EQUAL TO
               ZERO THEN
               MOVE 'Fecha invalida' TO LNReason
           ELSE
               MOVE ZERO TO CalFoundIdx
               IF CalCount IS GREATER THAN ZERO THEN
                   PERFORM FindOneCalDate
                       VARYING CI FROM 1 BY 1
                       UNTIL CI IS GREATER THAN CalCount
               END-IF
               IF CalFoundIdx IS GREATER THAN ZERO THEN
                   MOVE TblCalDesc(CalFoundIdx) TO LNReason
                   IF TblCalType(CalFoundIdx) IS EQUAL TO 'F' THEN
                       MOVE 'N' TO LNWorking
                   END-IF
               ELSE
                   COMPUTE WeekDayNum = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(LNDate), 7)
                   EVALUATE WeekDayNum
                       WHEN 6
                           MOVE 'N' TO LNWorking
                           MOVE 'Sabado' TO LNReason
                       WHEN 0
                           MOVE 'N' TO LNWorking
                           MOVE 'Domingo' TO LNReason
                   END-EVALUATE
               END-IF
           END-IF.
       EXIT PROGRAM.

       LoadCalendar.
           MOVE 'Y' TO CalLoaded.
           ACCEPT CalFileName FROM ENVIRONMENT "BIZCAL_FILE".
           IF CalFileName IS EQUAL TO SPACE THEN
               MOVE "./biz-calendar.dat" TO CalFileName
           END-IF.
           OPEN INPUT CalendarFile.
           IF CalStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO CalEOF
               PERFORM LoadOneCalDate UNTIL CalEOF IS EQUAL TO 'Y'
               CLOSE CalendarFile
           ELSE IF CalStatus IS EQUAL TO "05" THEN
               CLOSE CalendarFile
           END-IF.

       LoadOneCalDate.
           READ CalendarFile
               AT END MOVE 'Y' TO CalEOF
               NOT AT END
                   IF CFDate IS NUMERIC AND
                       (CFType IS EQUAL TO 'F' OR
                       CFType IS EQUAL TO 'L') AND
                       CalCount IS LESS THAN 3000 THEN
                       ADD 1 TO CalCount
                       MOVE CFDate TO TblCalDate(CalCount)
                       MOVE CFType TO TblCalType(CalCount)
                       MOVE CFDesc TO TblCalDesc(CalCount)
                   END-IF
           END-READ.

       FindOneCalDate.
           IF TblCalDate(CI) IS EQUAL TO LNDate THEN
               SET CalFoundIdx TO CI
           END-IF.
