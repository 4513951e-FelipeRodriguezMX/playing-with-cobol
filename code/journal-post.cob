       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EntryFile
               ASSIGN TO "./journal-entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EntryStatus.
           SELECT OPTIONAL GlJournalFile ASSIGN TO "./gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlStatus.
       DATA DIVISION.
       FILE SECTION.
       FD EntryFile.
       01 EntryHeaderRecord.
           02 JEHRecType PIC X.
           02 FILLER PIC X.
           02 JEHNum PIC 9(6).
           02 FILLER PIC X.
           02 JEHDate PIC 9(8).
           02 FILLER PIC X.
           02 JEHRecurring PIC X.
           02 FILLER PIC X.
           02 JEHAutoRev PIC X.
           02 FILLER PIC X.
           02 JEHRecurUntil PIC 9(6).
           02 FILLER PIC X.
           02 JEHStatus PIC X.
           02 FILLER PIC X.
           02 JEHReqOper PIC X(8).
           02 FILLER PIC X.
           02 JEHAppOper PIC X(8).
           02 FILLER PIC X.
           02 JEHPostedThru PIC 9(6).
           02 FILLER PIC X.
           02 JEHReversedThru PIC 9(6).
           02 FILLER PIC X.
           02 JEHDesc PIC X(30).
       01 EntryLineRecord.
           02 JELRecType PIC X.
           02 FILLER PIC X.
           02 JELNum PIC 9(6).
           02 FILLER PIC X.
           02 JELLineNum PIC 9(2).
           02 FILLER PIC X.
           02 JELAcct PIC 9(4).
           02 FILLER PIC X.
           02 JELSide PIC X.
           02 FILLER PIC X.
           02 JELAmount PIC 9(8)V99.

       FD GlJournalFile.
       01 GlJournalRecord PIC X(40).

       WORKING-STORAGE SECTION.
       01 EntryStatus PIC XX.
       01 GlStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 PeriodOpen PIC X.
       01 HdrCount PIC 9(4) VALUE ZERO.
       01 HdrTable.
           02 HdrEntry
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON HdrCount
               INDEXED BY HDI.
               03 TblJeNum PIC 9(6).
               03 TblJeDate PIC 9(8).
               03 TblJeRecurring PIC X.
               03 TblJeAutoRev PIC X.
               03 TblJeRecurUntil PIC 9(6).
               03 TblJeStatus PIC X.
               03 TblJeReqOper PIC X(8).
               03 TblJeAppOper PIC X(8).
               03 TblJePostedThru PIC 9(6).
               03 TblJeReversedThru PIC 9(6).
               03 TblJeDesc PIC X(30).
       01 HdrIdx PIC 9(4).
       01 LineCount PIC 9(4) VALUE ZERO.
       01 LineTable.
           02 LineEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON LineCount
               INDEXED BY LNI.
               03 TblLnNum PIC 9(6).
               03 TblLnLineNum PIC 9(2).
               03 TblLnAcct PIC 9(4).
               03 TblLnSide PIC X.
               03 TblLnAmount PIC 9(8)V99.
       01 LineIdx PIC 9(4).
       01 NextMonth PIC 9(6).
       01 FollowMonth PIC 9(6).
       01 PostDate PIC 9(8).
       01 EntryDay PIC 99.
       01 StopPosting PIC X.
       01 ReverseLines PIC X.
       01 EntriesChanged PIC 9(5) VALUE ZERO.
       01 PostingsMade PIC 9(5) VALUE ZERO.
       01 ReversalsMade PIC 9(5) VALUE ZERO.
       01 PostingsHeld PIC 9(5) VALUE ZERO.
       01 LinesWritten PIC 9(5) VALUE ZERO.
       01 TotDebits PIC 9(10)V99 VALUE ZERO.
       01 TotCredits PIC 9(10)V99 VALUE ZERO.
       01 GlLine.
           02 GLDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 GLAcct PIC 9(4).
           02 FILLER PIC X VALUE SPACE.
           02 GLSide PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 GLAmount PIC 9(8)V99.
           02 FILLER PIC X VALUE SPACE.
           02 GLDocType PIC X(2).
           02 FILLER PIC X VALUE SPACE.
           02 GLRef PIC 9(6).

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           PERFORM LoadEntryTable.
           IF HdrCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin polizas manuales.'
               STOP RUN
           END-IF.
           OPEN EXTEND GlJournalFile.
           PERFORM PostOneEntry
               VARYING HdrIdx FROM 1 BY 1
               UNTIL HdrIdx IS GREATER THAN HdrCount.
           CLOSE GlJournalFile.
           IF EntriesChanged IS GREATER THAN ZERO THEN
               PERFORM SaveEntryTable
           END-IF.
           DISPLAY 'Polizas contabilizadas: ' PostingsMade.
           DISPLAY 'Reversiones:            ' ReversalsMade.
           DISPLAY 'Lineas de poliza:       ' LinesWritten.
           DISPLAY 'Cargos:                 ' TotDebits.
           DISPLAY 'Abonos:                 ' TotCredits.
           IF TotDebits IS NOT EQUAL TO TotCredits THEN
               DISPLAY 'LAS POLIZAS MANUALES NO CUADRAN.'
               MOVE 8 TO RETURN-CODE
           ELSE IF PostingsHeld IS GREATER THAN ZERO THEN
               DISPLAY 'Retenidas por periodo cerrado: ' PostingsHeld
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadEntryTable.
           OPEN INPUT EntryFile.
           IF EntryStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneEntryRec UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE EntryFile
           ELSE IF EntryStatus IS EQUAL TO "05" THEN
               CLOSE EntryFile
           END-IF.

       LoadOneEntryRec.
           READ EntryFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF JEHRecType IS EQUAL TO 'H' THEN
                       PERFORM KeepOneHeader
                   ELSE IF JELRecType IS EQUAL TO 'L' THEN
                       PERFORM KeepOneLine
                   END-IF
           END-READ.

       KeepOneHeader.
           IF HdrCount IS EQUAL TO 1000 THEN
               DISPLAY 'Tabla de polizas llena (1000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO HdrCount.
           MOVE JEHNum TO TblJeNum(HdrCount).
           MOVE JEHDate TO TblJeDate(HdrCount).
           MOVE JEHRecurring TO TblJeRecurring(HdrCount).
           MOVE JEHAutoRev TO TblJeAutoRev(HdrCount).
           MOVE JEHRecurUntil TO TblJeRecurUntil(HdrCount).
           MOVE JEHStatus TO TblJeStatus(HdrCount).
           MOVE JEHReqOper TO TblJeReqOper(HdrCount).
           MOVE JEHAppOper TO TblJeAppOper(HdrCount).
           MOVE JEHPostedThru TO TblJePostedThru(HdrCount).
           MOVE JEHReversedThru TO TblJeReversedThru(HdrCount).
           MOVE JEHDesc TO TblJeDesc(HdrCount).

       KeepOneLine.
           IF LineCount IS EQUAL TO 5000 THEN
               DISPLAY 'Tabla de renglones llena (5000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO LineCount.
           MOVE JELNum TO TblLnNum(LineCount).
           MOVE JELLineNum TO TblLnLineNum(LineCount).
           MOVE JELAcct TO TblLnAcct(LineCount).
           MOVE JELSide TO TblLnSide(LineCount).
           MOVE JELAmount TO TblLnAmount(LineCount).

       PostOneEntry.
           IF TblJeStatus(HdrIdx) IS EQUAL TO 'A' THEN
               MOVE 'N' TO StopPosting
               PERFORM PostNextOccurrence
                   UNTIL StopPosting IS EQUAL TO 'Y'
           END-IF.
           IF (TblJeStatus(HdrIdx) IS EQUAL TO 'A' OR
               TblJeStatus(HdrIdx) IS EQUAL TO 'B') AND
               TblJeAutoRev(HdrIdx) IS EQUAL TO 'Y' THEN
               MOVE 'N' TO StopPosting
               PERFORM ReverseNextOccurrence
                   UNTIL StopPosting IS EQUAL TO 'Y'
           END-IF.
           IF TblJeStatus(HdrIdx) IS EQUAL TO 'A' THEN
               PERFORM CheckEntryComplete
           END-IF.

       PostNextOccurrence.
           IF TblJePostedThru(HdrIdx) IS EQUAL TO ZERO THEN
               MOVE TblJeDate(HdrIdx)(1:6) TO NextMonth
           ELSE IF TblJeRecurring(HdrIdx) IS EQUAL TO 'Y' THEN
               MOVE TblJePostedThru(HdrIdx) TO NextMonth
               PERFORM AdvanceNextMonth
           ELSE
               MOVE 'Y' TO StopPosting
           END-IF.
           IF StopPosting IS EQUAL TO 'N' AND
               TblJeRecurUntil(HdrIdx) IS GREATER THAN ZERO AND
               NextMonth IS GREATER THAN TblJeRecurUntil(HdrIdx) THEN
               MOVE 'Y' TO StopPosting
           END-IF.
           IF StopPosting IS EQUAL TO 'N' THEN
               MOVE TblJeDate(HdrIdx)(7:2) TO EntryDay
               COMPUTE PostDate = NextMonth * 100 + EntryDay
               IF PostDate IS GREATER THAN BusinessDate THEN
                   MOVE 'Y' TO StopPosting
               END-IF
           END-IF.
           IF StopPosting IS EQUAL TO 'N' THEN
               CALL 'PERIODCK' USING PostDate, PeriodOpen
               IF PeriodOpen IS EQUAL TO 'N' THEN
                   DISPLAY 'Poliza ' TblJeNum(HdrIdx)
                       ' retenida, periodo cerrado: ' NextMonth
                   ADD 1 TO PostingsHeld
                   MOVE 'Y' TO StopPosting
               ELSE
                   MOVE 'N' TO ReverseLines
                   MOVE 'MJ' TO GLDocType
                   PERFORM WriteEntryLines
                   MOVE NextMonth TO TblJePostedThru(HdrIdx)
                   ADD 1 TO PostingsMade
                   ADD 1 TO EntriesChanged
               END-IF
           END-IF.

       ReverseNextOccurrence.
           IF TblJeReversedThru(HdrIdx) IS EQUAL TO ZERO THEN
               MOVE TblJeDate(HdrIdx)(1:6) TO NextMonth
           ELSE
               MOVE TblJeReversedThru(HdrIdx) TO NextMonth
               PERFORM AdvanceNextMonth
           END-IF.
           IF TblJePostedThru(HdrIdx) IS EQUAL TO ZERO OR
               NextMonth IS GREATER THAN TblJePostedThru(HdrIdx) THEN
               MOVE 'Y' TO StopPosting
           ELSE
               MOVE NextMonth TO FollowMonth
               IF FollowMonth(5:2) IS EQUAL TO 12 THEN
                   ADD 89 TO FollowMonth
               ELSE
                   ADD 1 TO FollowMonth
               END-IF
               COMPUTE PostDate = FollowMonth * 100 + 1
               IF PostDate IS GREATER THAN BusinessDate THEN
                   MOVE 'Y' TO StopPosting
               END-IF
           END-IF.
           IF StopPosting IS EQUAL TO 'N' THEN
               CALL 'PERIODCK' USING PostDate, PeriodOpen
               IF PeriodOpen IS EQUAL TO 'N' THEN
                   DISPLAY 'Reversion de poliza ' TblJeNum(HdrIdx)
                       ' retenida, periodo cerrado: ' FollowMonth
                   ADD 1 TO PostingsHeld
                   MOVE 'Y' TO StopPosting
               ELSE
                   MOVE 'Y' TO ReverseLines
                   MOVE 'MR' TO GLDocType
                   PERFORM WriteEntryLines
                   MOVE NextMonth TO TblJeReversedThru(HdrIdx)
                   ADD 1 TO ReversalsMade
                   ADD 1 TO EntriesChanged
               END-IF
           END-IF.

       AdvanceNextMonth.
           IF NextMonth(5:2) IS EQUAL TO 12 THEN
               ADD 89 TO NextMonth
           ELSE
               ADD 1 TO NextMonth
           END-IF.

       CheckEntryComplete.
           IF TblJePostedThru(HdrIdx) IS GREATER THAN ZERO AND
               (TblJeRecurring(HdrIdx) IS EQUAL TO 'N' OR
               TblJePostedThru(HdrIdx) IS EQUAL TO
                   TblJeRecurUntil(HdrIdx)) AND
               (TblJeAutoRev(HdrIdx) IS EQUAL TO 'N' OR
               TblJeReversedThru(HdrIdx) IS EQUAL TO
                   TblJePostedThru(HdrIdx)) THEN
               MOVE 'C' TO TblJeStatus(HdrIdx)
               ADD 1 TO EntriesChanged
           END-IF.

       WriteEntryLines.
           MOVE PostDate TO GLDate.
           MOVE TblJeNum(HdrIdx) TO GLRef.
           PERFORM WriteOneEntryLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN LineCount.

       WriteOneEntryLine.
           IF TblLnNum(LineIdx) IS EQUAL TO TblJeNum(HdrIdx) THEN
               MOVE TblLnAcct(LineIdx) TO GLAcct
               MOVE TblLnAmount(LineIdx) TO GLAmount
               IF TblLnSide(LineIdx) IS EQUAL TO 'D' AND
                   ReverseLines IS EQUAL TO 'N' OR
                   TblLnSide(LineIdx) IS EQUAL TO 'C' AND
                   ReverseLines IS EQUAL TO 'Y' THEN
                   MOVE 'D' TO GLSide
                   ADD TblLnAmount(LineIdx) TO TotDebits
               ELSE
                   MOVE 'C' TO GLSide
                   ADD TblLnAmount(LineIdx) TO TotCredits
               END-IF
               WRITE GlJournalRecord FROM GlLine
               ADD 1 TO LinesWritten
           END-IF.

       SaveEntryTable.
           OPEN OUTPUT EntryFile.
           PERFORM SaveOneEntry
               VARYING HdrIdx FROM 1 BY 1
               UNTIL HdrIdx IS GREATER THAN HdrCount.
           CLOSE EntryFile.

       SaveOneEntry.
           MOVE SPACE TO EntryHeaderRecord.
           MOVE 'H' TO JEHRecType.
           MOVE TblJeNum(HdrIdx) TO JEHNum.
           MOVE TblJeDate(HdrIdx) TO JEHDate.
           MOVE TblJeRecurring(HdrIdx) TO JEHRecurring.
           MOVE TblJeAutoRev(HdrIdx) TO JEHAutoRev.
           MOVE TblJeRecurUntil(HdrIdx) TO JEHRecurUntil.
           MOVE TblJeStatus(HdrIdx) TO JEHStatus.
           MOVE TblJeReqOper(HdrIdx) TO JEHReqOper.
           MOVE TblJeAppOper(HdrIdx) TO JEHAppOper.
           MOVE TblJePostedThru(HdrIdx) TO JEHPostedThru.
           MOVE TblJeReversedThru(HdrIdx) TO JEHReversedThru.
           MOVE TblJeDesc(HdrIdx) TO JEHDesc.
           WRITE EntryHeaderRecord.
           PERFORM SaveOneLine
               VARYING LineIdx FROM 1 BY 1
               UNTIL LineIdx IS GREATER THAN LineCount.

       SaveOneLine.
           IF TblLnNum(LineIdx) IS EQUAL TO TblJeNum(HdrIdx) THEN
               MOVE SPACE TO EntryLineRecord
               MOVE 'L' TO JELRecType
               MOVE TblLnNum(LineIdx) TO JELNum
               MOVE TblLnLineNum(LineIdx) TO JELLineNum
               MOVE TblLnAcct(LineIdx) TO JELAcct
               MOVE TblLnSide(LineIdx) TO JELSide
               MOVE TblLnAmount(LineIdx) TO JELAmount
               WRITE EntryLineRecord
           END-IF.
