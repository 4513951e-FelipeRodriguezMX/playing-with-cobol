       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SubstLogFile
               ASSIGN TO "./substitutions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubLogStatus.
           SELECT SortWorkFile ASSIGN TO "./substsort.tmp".
           SELECT SortedFile ASSIGN TO "./substsorted.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SubstReport ASSIGN TO "./SubstReport.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SubstLogFile.
       01 SubstLogRecord.
           02 SLDate PIC 9(8).
           02 FILLER PIC X.
           02 SLSource PIC X(8).
           02 FILLER PIC X.
           02 SLOrdNum PIC 9(6).
           02 FILLER PIC X.
           02 SLCustID PIC 9(5).
           02 FILLER PIC X.
           02 SLProd PIC X(5).
           02 FILLER PIC X.
           02 SLSize PIC X.
           02 FILLER PIC X.
           02 SLSubProd PIC X(5).
           02 FILLER PIC X.
           02 SLReason PIC X.
           02 FILLER PIC X.
           02 SLQty PIC 9(3).
           02 FILLER PIC X.
           02 SLOutcome PIC X.
           02 FILLER PIC X.
           02 SLConsent PIC X.

       SD SortWorkFile.
       01 SortRecord.
           02 SortProd PIC X(5).
           02 SortSub PIC X(5).
           02 SortReason PIC X.
           02 SortQty PIC 9(3).
           02 SortOutcome PIC X.
           02 SortConsent PIC X.

       FD SortedFile.
       01 SortedRecord.
           02 SrtProd PIC X(5).
           02 SrtSub PIC X(5).
           02 SrtReason PIC X.
           02 SrtQty PIC 9(3).
           02 SrtOutcome PIC X.
           02 SrtConsent PIC X.

       FD SubstReport.
       01 PrintLine PIC X(90).

       WORKING-STORAGE SECTION.
       01 SubLogStatus PIC XX.
       01 WSEOF PIC X.
       01 SortedEOF PIC X VALUE 'N'.
       01 BusinessDate PIC 9(8).
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ReportDays PIC 9(3) VALUE 30.
       01 FromDate PIC 9(8) VALUE ZERO.
       01 CurrentProd PIC X(5).
       01 CurrentSub PIC X(5).
       01 FirstPair PIC X VALUE 'Y'.
       01 PairCounts.
           02 PairOffered PIC 9(5).
           02 PairAccepted PIC 9(5).
           02 PairRejected PIC 9(5).
           02 PairPending PIC 9(5).
           02 PairAuto PIC 9(5).
           02 PairDisc PIC 9(5).
           02 PairShort PIC 9(5).
           02 PairUnits PIC 9(7).
       01 TotalCounts.
           02 TotOffered PIC 9(6) VALUE ZERO.
           02 TotAccepted PIC 9(6) VALUE ZERO.
           02 TotRejected PIC 9(6) VALUE ZERO.
           02 TotPending PIC 9(6) VALUE ZERO.
           02 TotAuto PIC 9(6) VALUE ZERO.
           02 TotUnits PIC 9(7) VALUE ZERO.
       01 AcceptPct PIC 9(3)V9.
       01 ReportHeading.
           02 FILLER PIC X(36) VALUE
               "Uso de productos sustitutos   Hasta ".
           02 PrnRunDate PIC 9(8).
           02 FILLER PIC X(8) VALUE "  Desde ".
           02 PrnFromText PIC X(8).
       01 ColumnHeading.
           02 FILLER PIC X(45) VALUE
               "Prod  Sust. Ofrec. Acept. Rech. Pend.  Autom.".
           02 FILLER PIC X(45) VALUE
               " %Acept  Unidades Descont. SinExist.".
       01 DetailLine.
           02 PrnProd PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnSub PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 PrnOffered PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAccepted PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnRejected PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnPending PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAuto PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnAcceptPct PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnUnits PIC Z(6)9.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnDisc PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE SPACE.
           02 PrnShort PIC ZZZZ9.
       01 TotalLine.
           02 FILLER PIC X(11) VALUE "Total".
           02 PrnTotOffered PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotAccepted PIC ZZZZZ9.
           02 PrnTotRejected PIC ZZZZZ9.
           02 PrnTotPending PIC ZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotAuto PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 PrnTotAcceptPct PIC ZZ9.9.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotUnits PIC Z(6)9.
       01 PendingLine.
           02 FILLER PIC X(42) VALUE
               "Sustitutos por aceptar del cliente:       ".
           02 PrnPendingTot PIC ZZZZ9.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'BIZDATE' USING BusinessDate.
           MOVE 'SUBSTRPT_DAYS' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE AND
               FUNCTION TEST-NUMVAL(ParmValue(1:3)) IS EQUAL TO ZERO
               THEN
               COMPUTE ReportDays = FUNCTION NUMVAL(ParmValue(1:3))
           END-IF.
           IF ReportDays IS GREATER THAN ZERO THEN
               COMPUTE FromDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BusinessDate) -
                   ReportDays + 1)
           END-IF.
           DISPLAY 'Parametros efectivos: DAYS=' ReportDays.
           SORT SortWorkFile ON ASCENDING KEY SortProd
               ASCENDING KEY SortSub
               INPUT PROCEDURE IS ReleaseSubstitutions
               GIVING SortedFile.
           OPEN OUTPUT SubstReport.
           MOVE BusinessDate TO PrnRunDate.
           IF FromDate IS GREATER THAN ZERO THEN
               MOVE FromDate TO PrnFromText
           ELSE
               MOVE 'INICIO' TO PrnFromText
           END-IF.
           WRITE PrintLine FROM ReportHeading.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           WRITE PrintLine FROM ColumnHeading.
           OPEN INPUT SortedFile.
           PERFORM PrintOneSubstitution UNTIL SortedEOF IS EQUAL TO 'Y'.
           CLOSE SortedFile.
           IF FirstPair IS EQUAL TO 'N' THEN
               PERFORM PrintPairLine
           END-IF.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           MOVE TotOffered TO PrnTotOffered.
           MOVE TotAccepted TO PrnTotAccepted.
           MOVE TotRejected TO PrnTotRejected.
           MOVE TotPending TO PrnTotPending.
           MOVE TotAuto TO PrnTotAuto.
           IF TotOffered IS GREATER THAN ZERO THEN
               COMPUTE AcceptPct ROUNDED =
                   TotAccepted * 100 / TotOffered
           ELSE
               MOVE ZERO TO AcceptPct
           END-IF.
           MOVE AcceptPct TO PrnTotAcceptPct.
           MOVE TotUnits TO PrnTotUnits.
           WRITE PrintLine FROM TotalLine.
           MOVE TotPending TO PrnPendingTot.
           WRITE PrintLine FROM PendingLine.
           CLOSE SubstReport.
           DISPLAY 'Sustitutos ofrecidos: ' TotOffered.
           DISPLAY 'Sustitutos aceptados: ' TotAccepted.
           DISPLAY 'Por aceptar:          ' TotPending.
           IF TotPending IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ReleaseSubstitutions.
           OPEN INPUT SubstLogFile.
           IF SubLogStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM ReleaseOneSubstitution
                   UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SubstLogFile
           ELSE IF SubLogStatus IS EQUAL TO "05" THEN
               CLOSE SubstLogFile
           END-IF.

       ReleaseOneSubstitution.
           READ SubstLogFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SLDate IS NUMERIC AND
                       SLDate IS NOT LESS THAN FromDate AND
                       SLDate IS NOT GREATER THAN BusinessDate THEN
                       MOVE FUNCTION UPPER-CASE(SLProd) TO SortProd
                       MOVE FUNCTION UPPER-CASE(SLSubProd) TO SortSub
                       MOVE SLReason TO SortReason
                       IF SLQty IS NUMERIC THEN
                           MOVE SLQty TO SortQty
                       ELSE
                           MOVE ZERO TO SortQty
                       END-IF
                       MOVE SLOutcome TO SortOutcome
                       MOVE SLConsent TO SortConsent
                       RELEASE SortRecord
                   END-IF
           END-READ.

       PrintOneSubstitution.
           READ SortedFile
               AT END MOVE 'Y' TO SortedEOF
               NOT AT END
                   IF FirstPair IS EQUAL TO 'Y' OR
                       SrtProd IS NOT EQUAL TO CurrentProd OR
                       SrtSub IS NOT EQUAL TO CurrentSub THEN
                       IF FirstPair IS EQUAL TO 'N' THEN
                           PERFORM PrintPairLine
                       END-IF
                       MOVE 'N' TO FirstPair
                       MOVE SrtProd TO CurrentProd
                       MOVE SrtSub TO CurrentSub
                       INITIALIZE PairCounts
                   END-IF
                   PERFORM CountOneSubstitution
           END-READ.

       CountOneSubstitution.
           ADD 1 TO PairOffered.
           ADD 1 TO TotOffered.
           IF SrtOutcome IS EQUAL TO 'A' THEN
               ADD 1 TO PairAccepted
               ADD 1 TO TotAccepted
               ADD SrtQty TO PairUnits
               ADD SrtQty TO TotUnits
               IF SrtConsent IS EQUAL TO 'N' THEN
                   ADD 1 TO PairAuto
                   ADD 1 TO TotAuto
               END-IF
           ELSE IF SrtOutcome IS EQUAL TO 'P' THEN
               ADD 1 TO PairPending
               ADD 1 TO TotPending
           ELSE
               ADD 1 TO PairRejected
               ADD 1 TO TotRejected
           END-IF.
           IF SrtReason IS EQUAL TO 'D' THEN
               ADD 1 TO PairDisc
           ELSE
               ADD 1 TO PairShort
           END-IF.

       PrintPairLine.
           MOVE CurrentProd TO PrnProd.
           MOVE CurrentSub TO PrnSub.
           MOVE PairOffered TO PrnOffered.
           MOVE PairAccepted TO PrnAccepted.
           MOVE PairRejected TO PrnRejected.
           MOVE PairPending TO PrnPending.
           MOVE PairAuto TO PrnAuto.
           IF PairOffered IS GREATER THAN ZERO THEN
               COMPUTE AcceptPct ROUNDED =
                   PairAccepted * 100 / PairOffered
           ELSE
               MOVE ZERO TO AcceptPct
           END-IF.
           MOVE AcceptPct TO PrnAcceptPct.
           MOVE PairUnits TO PrnUnits.
           MOVE PairDisc TO PrnDisc.
           MOVE PairShort TO PrnShort.
           WRITE PrintLine FROM DetailLine.
