       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKPROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NotesFile ASSIGN TO "./coll-notes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NotesStatus.
           SELECT OPTIONAL PayHistFile ASSIGN TO "./ar-payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HistStatus.
           SELECT PromiseReport ASSIGN TO "./BrokenPromises.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NotesFile.
       01 NotesRecord.
           02 CNCustID PIC 9(5).
           02 FILLER PIC X.
           02 CNDate PIC 9(8).
           02 FILLER PIC X.
           02 CNCollector PIC X(8).
           02 FILLER PIC X.
           02 CNPromAmt PIC 9(6)V99.
           02 FILLER PIC X.
           02 CNPromDate PIC 9(8).
           02 FILLER PIC X.
           02 CNText PIC X(50).

       FD PayHistFile.
       01 PayHistRecord.
           02 PHDate PIC 9(8).
           02 FILLER PIC X.
           02 PHCustID PIC 9(5).
           02 FILLER PIC X.
           02 PHAmount PIC 9(6)V99.
           02 FILLER PIC X.
           02 PHInvNum PIC 9(6).
           02 FILLER PIC X.
           02 PHType PIC X.

       FD PromiseReport.
       01 PrintLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 NotesStatus PIC XX.
       01 HistStatus PIC XX.
       01 WSEOF PIC X.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 LookbackDays PIC 9(3) VALUE 30.
       01 FromDate PIC 9(8).
       01 TodayInt PIC 9(7).
       01 PromInt PIC 9(7).
       01 DaysLate PIC S9(5).
       01 ShortAmount PIC 9(8)V99.
       01 PromCount PIC 9(4) VALUE ZERO.
       01 PromTable.
           02 PromEntry
               OCCURS 1 TO 2000 TIMES
               DEPENDING ON PromCount
               INDEXED BY PRI.
               03 TblPromCust PIC 9(5).
               03 TblPromNote PIC 9(8).
               03 TblPromCollector PIC X(8).
               03 TblPromAmt PIC 9(6)V99.
               03 TblPromDate PIC 9(8).
               03 TblPromPaid PIC 9(8)V99.
       01 PromIdx PIC 9(4).
       01 PromisesDue PIC 9(4) VALUE ZERO.
       01 PromisesBroken PIC 9(4) VALUE ZERO.
       01 BrokenTotal PIC 9(8)V99 VALUE ZERO.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Promesas de pago incumplidas Fecha: ".
           02 PrnRunDate PIC 9(8).
       01 PeriodLine.
           02 FILLER PIC X(22) VALUE "Promesas vencidas del ".
           02 PrnFrom PIC 9(8).
           02 FILLER PIC X(4) VALUE " al ".
           02 PrnTo PIC 9(8).
       01 ColumnHeading.
           02 FILLER PIC X(34) VALUE
               "Cte.  Nota     Gestor   Prometido ".
           02 FILLER PIC X(37) VALUE
               "Fecha pr      Pagado    Faltante Dias".
       01 DetailLine.
           02 PrnCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnNoteDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnCollector PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromAmt PIC ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPromDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 PrnPaid PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnShort PIC ZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnDaysLate PIC ZZZ9.
       01 TotalLine.
           02 FILLER PIC X(24) VALUE "Promesas vencidas:      ".
           02 PrnDue PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "   Incumplidas: ".
           02 PrnBroken PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "   Faltante: ".
           02 PrnBrokenTotal PIC ZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'PROMLOOKBACK' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue) IS EQUAL TO ZERO THEN
               COMPUTE LookbackDays = FUNCTION NUMVAL(ParmValue)
           END-IF.
           COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(BusinessDate).
           COMPUTE FromDate =
               FUNCTION DATE-OF-INTEGER(TodayInt - LookbackDays).
           PERFORM LoadPromises.
           PERFORM TallyPromisePayments.
           OPEN OUTPUT PromiseReport.
           MOVE BusinessDate TO PrnRunDate.
           WRITE PrintLine FROM ReportHeading.
           MOVE FromDate TO PrnFrom.
           MOVE FUNCTION DATE-OF-INTEGER(TodayInt - 1) TO PrnTo.
           WRITE PrintLine FROM PeriodLine.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           IF PromCount IS GREATER THAN ZERO THEN
               PERFORM CheckOnePromise
                   VARYING PromIdx FROM 1 BY 1
                   UNTIL PromIdx IS GREATER THAN PromCount
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE PromisesDue TO PrnDue.
           MOVE PromisesBroken TO PrnBroken.
           MOVE BrokenTotal TO PrnBrokenTotal.
           WRITE PrintLine FROM TotalLine.
           CLOSE PromiseReport.
           DISPLAY 'Promesas vencidas:      ' PromisesDue.
           DISPLAY 'Promesas incumplidas:   ' PromisesBroken.
           IF PromisesBroken IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadPromises.
           OPEN INPUT NotesFile.
           IF NotesStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOnePromise UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE NotesFile
           ELSE IF NotesStatus IS EQUAL TO "05" THEN
               CLOSE NotesFile
           END-IF.

       LoadOnePromise.
           READ NotesFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CNPromAmt IS NUMERIC AND CNPromDate IS NUMERIC
                       AND CNPromAmt IS GREATER THAN ZERO AND
                       CNPromDate IS NOT LESS THAN FromDate AND
                       CNPromDate IS LESS THAN BusinessDate THEN
                       PERFORM KeepOnePromise
                   END-IF
           END-READ.

       KeepOnePromise.
           IF PromCount IS EQUAL TO 2000 THEN
               DISPLAY 'Tabla de promesas llena (2000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PromCount.
           MOVE CNCustID TO TblPromCust(PromCount).
           MOVE CNDate TO TblPromNote(PromCount).
           MOVE CNCollector TO TblPromCollector(PromCount).
           MOVE CNPromAmt TO TblPromAmt(PromCount).
           MOVE CNPromDate TO TblPromDate(PromCount).
           MOVE ZERO TO TblPromPaid(PromCount).

       TallyPromisePayments.
           OPEN INPUT PayHistFile.
           IF HistStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM TallyOnePayment UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE PayHistFile
           ELSE IF HistStatus IS EQUAL TO "05" THEN
               CLOSE PayHistFile
           END-IF.

       TallyOnePayment.
           READ PayHistFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF (PHType IS EQUAL TO SPACE OR
                       PHType IS EQUAL TO 'L') AND
                       PromCount IS GREATER THAN ZERO THEN
                       PERFORM MatchOnePromise
                           VARYING PRI FROM 1 BY 1
                           UNTIL PRI IS GREATER THAN PromCount
                   END-IF
           END-READ.

       MatchOnePromise.
           IF TblPromCust(PRI) IS EQUAL TO PHCustID AND
               PHDate IS NOT LESS THAN TblPromNote(PRI) AND
               PHDate IS NOT GREATER THAN TblPromDate(PRI) THEN
               ADD PHAmount TO TblPromPaid(PRI)
           END-IF.

       CheckOnePromise.
           ADD 1 TO PromisesDue.
           IF TblPromPaid(PromIdx) IS LESS THAN TblPromAmt(PromIdx)
               THEN
               PERFORM WriteBrokenPromise
           END-IF.

       WriteBrokenPromise.
           ADD 1 TO PromisesBroken.
           COMPUTE ShortAmount =
               TblPromAmt(PromIdx) - TblPromPaid(PromIdx).
           ADD ShortAmount TO BrokenTotal.
           COMPUTE PromInt =
               FUNCTION INTEGER-OF-DATE(TblPromDate(PromIdx)).
           COMPUTE DaysLate = TodayInt - PromInt.
           MOVE TblPromCust(PromIdx) TO PrnCustID.
           MOVE TblPromNote(PromIdx) TO PrnNoteDate.
           MOVE TblPromCollector(PromIdx) TO PrnCollector.
           MOVE TblPromAmt(PromIdx) TO PrnPromAmt.
           MOVE TblPromDate(PromIdx) TO PrnPromDate.
           MOVE TblPromPaid(PromIdx) TO PrnPaid.
           MOVE ShortAmount TO PrnShort.
           MOVE DaysLate TO PrnDaysLate.
           WRITE PrintLine FROM DetailLine.
