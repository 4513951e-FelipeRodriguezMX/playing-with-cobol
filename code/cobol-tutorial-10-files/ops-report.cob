       01 ThisNight PIC 9(8).
       01 FirstNightIdx PIC 9(4).
       01 CurrentNight PIC 9(8).
       01 DayWorking PIC X.
       01 DayReason PIC X(30).
       01 NonWorkingNights PIC 9(4) VALUE ZERO.

       01 ReportHeading PIC X(75) VALUE
           "Tablero de operaciones - corridas nocturnas".
       01 NightHeading.
           02 FILLER PIC X(6) VALUE "Noche ".
           02 PrnNightDate PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnNightFlag PIC X(22).
           02 PrnNightReason PIC X(30).
       01 NonWorkingLine.
           02 FILLER PIC X(29) VALUE
               "Noches en dia no laborable: ".
           02 PrnNonWorking PIC ZZZ9.
       01 DetailLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnStep PIC X(12).
           DISPLAY ' '
           DISPLAY 'Registros en bitacora: ' EntryCount.
           DISPLAY 'Noches reportadas:     ' NightCount.
           IF NonWorkingNights IS GREATER THAN ZERO THEN
               DISPLAY 'AVISO: noches en dia no laborable: '
                   NonWorkingNights
           END-IF.
           STOP RUN.

       LoadOneEntry.
           PERFORM PrintOneNight
               VARYING NI FROM FirstNightIdx BY 1
               UNTIL NI IS GREATER THAN NightCount.
           IF NonWorkingNights IS GREATER THAN ZERO THEN
               MOVE SPACE TO PrintLine
               WRITE PrintLine
               MOVE NonWorkingNights TO PrnNonWorking
               WRITE PrintLine FROM NonWorkingLine
           END-IF.
           CLOSE OpsReport.

       PrintOneNight.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE CurrentNight TO PrnNightDate.
           CALL 'WORKDAY' USING CurrentNight, DayWorking, DayReason.
           IF DayWorking IS EQUAL TO 'N' THEN
               MOVE '** DIA NO LABORABLE: ' TO PrnNightFlag
               MOVE DayReason TO PrnNightReason
               ADD 1 TO NonWorkingNights
           ELSE
               MOVE SPACE TO PrnNightFlag
               MOVE SPACE TO PrnNightReason
           END-IF.
           WRITE PrintLine FROM NightHeading.
           WRITE PrintLine FROM ColumnHeading.
           PERFORM PrintNightEntries
