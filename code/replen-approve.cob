       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SuggestFile
               ASSIGN TO "./transfer-suggest.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuggestStatus.
           SELECT OPTIONAL MovesFile ASSIGN TO "./stock-moves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MovesStatus.
       DATA DIVISION.
       FILE SECTION.
       FD SuggestFile.
       01 SuggestRecord.
           02 SGType PIC X.
           02 FILLER PIC X.
           02 SGProd PIC X(5).
           02 FILLER PIC X.
           02 SGSize PIC X.
           02 FILLER PIC X.
           02 SGQty PIC 9(5).
           02 FILLER PIC X.
           02 SGReason PIC X(10).
           02 FILLER PIC X.
           02 SGOperator PIC X(8).
           02 FILLER PIC X.
           02 SGPONum PIC X(6).
           02 FILLER PIC X.
           02 SGLocFrom PIC X(3).
           02 FILLER PIC X.
           02 SGLocTo PIC X(3).
           02 FILLER PIC X.
           02 SGRefDate PIC X(8).
           02 FILLER PIC X.
           02 SGLot PIC X(8).

       FD MovesFile.
       01 MoveRecord PIC X(69).

       WORKING-STORAGE SECTION.
       01 SuggestStatus PIC XX.
       01 MovesStatus PIC XX.
       01 WSEOF PIC X.
       01 OperatorID PIC X(8).
       01 OperatorLevel PIC 9.
       01 ApproveKey PIC X.
       01 ApproveAll PIC X VALUE 'N'.
       01 SuggestCount PIC 9(4) VALUE ZERO.
       01 SuggestTable.
           02 SuggestEntry
               OCCURS 1 TO 1000 TIMES
               DEPENDING ON SuggestCount
               INDEXED BY SGI.
               03 TblSuggestLine PIC X(69).
       01 MovesApproved PIC 9(4) VALUE ZERO.
       01 MovesDropped PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MainPara.
           CALL 'SIGNON' USING OperatorID, OperatorLevel.
           IF OperatorLevel IS EQUAL TO ZERO THEN
               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           IF OperatorLevel IS LESS THAN 2 THEN
               DISPLAY 'La aprobacion requiere supervisor.'
               STOP RUN
           END-IF.
           OPEN INPUT SuggestFile.
           IF SuggestStatus IS EQUAL TO "00" THEN
               MOVE 'N' TO WSEOF
               PERFORM LoadOneSuggestion UNTIL WSEOF IS EQUAL TO 'Y'
               CLOSE SuggestFile
           ELSE IF SuggestStatus IS EQUAL TO "05" THEN
               CLOSE SuggestFile
           END-IF.
           IF SuggestCount IS EQUAL TO ZERO THEN
               DISPLAY 'Sin traslados sugeridos, correr REPLENISH.'
               STOP RUN
           END-IF.
           OPEN EXTEND MovesFile.
           PERFORM ReviewOneSuggestion
               VARYING SGI FROM 1 BY 1
               UNTIL SGI IS GREATER THAN SuggestCount.
           CLOSE MovesFile.
           OPEN OUTPUT SuggestFile.
           CLOSE SuggestFile.
           DISPLAY 'Traslados aprobados: ' MovesApproved.
           DISPLAY 'Traslados descartados: ' MovesDropped.
           IF MovesApproved IS GREATER THAN ZERO THEN
               DISPLAY 'Correr STOCKPOST para aplicarlos.'
           END-IF.
           STOP RUN.

       LoadOneSuggestion.
           READ SuggestFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF SuggestCount IS LESS THAN 1000 THEN
                       ADD 1 TO SuggestCount
                       MOVE SuggestRecord
                           TO TblSuggestLine(SuggestCount)
                   END-IF
           END-READ.

       ReviewOneSuggestion.
           MOVE TblSuggestLine(SGI) TO SuggestRecord.
           IF ApproveAll IS EQUAL TO 'Y' THEN
               MOVE 'S' TO ApproveKey
           ELSE
               DISPLAY 'Traslado ' SGProd ' ' SGSize ' cant ' SGQty
                   ' de ' SGLocFrom ' a ' SGLocTo
               DISPLAY 'Aprobar? (S/N, T = todos los que siguen):'
                   WITH NO ADVANCING
               ACCEPT ApproveKey
               MOVE FUNCTION UPPER-CASE(ApproveKey) TO ApproveKey
               IF ApproveKey IS EQUAL TO 'T' THEN
                   MOVE 'Y' TO ApproveAll
                   MOVE 'S' TO ApproveKey
               END-IF
           END-IF.
           IF ApproveKey IS EQUAL TO 'S' THEN
               MOVE OperatorID TO SGOperator
               WRITE MoveRecord FROM SuggestRecord
               ADD 1 TO MovesApproved
           ELSE
               ADD 1 TO MovesDropped
           END-IF.
