       01 BizInt PIC 9(7).
       01 LagDays PIC S9(5).
       01 LagDisplay PIC ZZZZ9.
       01 DayWorking PIC X.
       01 DayReason PIC X(30).
       01 SkippedCount PIC 9(3) VALUE ZERO.
       01 WarnSeen PIC X VALUE 'N'.

       PROCEDURE DIVISION.

                   DISPLAY 'Definir BIZADV_ACTION: INIT, ADVANCE o SET'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           IF WarnSeen IS EQUAL TO 'Y' AND
               RETURN-CODE IS EQUAL TO ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReadBizDate.
               PERFORM CheckLag
               DISPLAY 'Fecha de negocio vigente: ' CurrentBizDate
           END-IF.
           PERFORM CheckWorkingDay.
           PERFORM CheckTodayWorking.

       AdvanceBizDate.
           IF CurrentBizDate IS EQUAL TO ZERO THEN
               MOVE TodayDate TO CurrentBizDate
           ELSE
               PERFORM AdvanceOneDay
               PERFORM SkipOneDay
                   UNTIL DayWorking IS EQUAL TO 'Y' OR
                       SkippedCount IS GREATER THAN 60
           END-IF.
           PERFORM WriteBizDate.
           DISPLAY 'Fecha de negocio avanzada a: ' CurrentBizDate.
           IF SkippedCount IS GREATER THAN ZERO THEN
               DISPLAY 'Dias no laborables saltados: ' SkippedCount
           END-IF.
           PERFORM CheckLag.

       AdvanceOneDay.
           COMPUTE BizInt =
               FUNCTION INTEGER-OF-DATE(CurrentBizDate) + 1.
           COMPUTE CurrentBizDate = FUNCTION DATE-OF-INTEGER(BizInt).
           CALL 'WORKDAY' USING CurrentBizDate, DayWorking, DayReason.

       SkipOneDay.
           ADD 1 TO SkippedCount.
           DISPLAY 'Se salta ' CurrentBizDate ' no laborable: '
               DayReason.
           PERFORM AdvanceOneDay.

       SetBizDate.
           ACCEPT SetDateParam FROM ENVIRONMENT "BIZADV_DATE".
           IF FUNCTION TEST-NUMVAL(SetDateParam) IS NOT EQUAL TO ZERO
               PERFORM WriteBizDate
               DISPLAY 'Fecha de negocio fijada en: ' CurrentBizDate
               PERFORM CheckLag
               PERFORM CheckWorkingDay
           END-IF.

       CheckLag.
               MOVE LagDays TO LagDisplay
               DISPLAY 'AVISO: la fecha de negocio va ' LagDisplay
                   ' dias atras del calendario.'
               MOVE 'Y' TO WarnSeen
           END-IF.

       CheckWorkingDay.
           CALL 'WORKDAY' USING CurrentBizDate, DayWorking, DayReason.
           IF DayWorking IS EQUAL TO 'N' THEN
               DISPLAY 'AVISO: la fecha de negocio ' CurrentBizDate
                   ' es dia no laborable: ' DayReason
               MOVE 'Y' TO WarnSeen
           END-IF.

       CheckTodayWorking.
           CALL 'WORKDAY' USING TodayDate, DayWorking, DayReason.
           IF DayWorking IS EQUAL TO 'N' THEN
               DISPLAY 'AVISO: la corrida se hace en dia no laborable '
                   TodayDate ': ' DayReason
               MOVE 'Y' TO WarnSeen
           END-IF.

       WriteBizDate.
