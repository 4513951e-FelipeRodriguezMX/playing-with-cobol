       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXTWDAY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DayWorking PIC X.
       01 DayReason PIC X(30).
       01 DayInt PIC 9(7).
       01 DaysTried PIC 9(3).
       LINKAGE SECTION.
           01 LNDate PIC 9(8).
       PROCEDURE DIVISION USING LNDate.
           MOVE ZERO TO DaysTried
           CALL 'WORKDAY' USING LNDate, DayWorking, DayReason
           PERFORM RollOneDay
               UNTIL DayWorking IS EQUAL TO 'Y' OR
                   DaysTried IS GREATER THAN 60.
       EXIT PROGRAM.

       RollOneDay.
           ADD 1 TO DaysTried.
           COMPUTE DayInt = FUNCTION INTEGER-OF-DATE(LNDate) + 1.
           COMPUTE LNDate = FUNCTION DATE-OF-INTEGER(DayInt).
           CALL 'WORKDAY' USING LNDate, DayWorking, DayReason.
