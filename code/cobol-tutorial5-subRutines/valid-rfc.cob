       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALRFC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CharIdx PIC 99.
       01 RfcLen PIC 99.
       01 LetterCount PIC 99.
       01 DateStart PIC 99.
       01 HomoStart PIC 99.
       01 BadChar PIC X.
       01 RfcMonth PIC 99.
       01 RfcDay PIC 99.
       01 RegimeCode PIC X(3).
           88 RegimeKnown VALUE '601' '603' '605' '606' '607' '608'
               '610' '611' '612' '614' '615' '616' '620' '621' '622'
               '623' '624' '625' '626'.
       01 UseCode PIC X(4).
           88 UseKnown VALUE 'G01' 'G02' 'G03' 'I01' 'I02' 'I03'
               'I04' 'I05' 'I06' 'I07' 'I08' 'D01' 'D02' 'D03' 'D04'
               'D05' 'D06' 'D07' 'D08' 'D09' 'D10' 'S01' 'CP01'
               'CN01'.
       LINKAGE SECTION.
           01 LNRfc PIC X(13).
           01 LNRegime PIC X(3).
           01 LNCfdiUse PIC X(4).
           01 LNValid PIC X.
           01 LNReason PIC X(30).
       PROCEDURE DIVISION USING LNRfc, LNRegime, LNCfdiUse, LNValid,
           LNReason.
           MOVE 'Y' TO LNValid
           MOVE SPACE TO LNReason
           MOVE FUNCTION UPPER-CASE(LNRfc) TO LNRfc
           MOVE FUNCTION UPPER-CASE(LNCfdiUse) TO LNCfdiUse
           IF LNRfc IS EQUAL TO SPACE THEN
               IF LNRegime IS NOT EQUAL TO SPACE OR
                   LNCfdiUse IS NOT EQUAL TO SPACE THEN
                   MOVE 'N' TO LNValid
                   MOVE 'Falta RFC' TO LNReason
               END-IF
           ELSE
               PERFORM CheckRfc
               IF LNValid IS EQUAL TO 'Y' THEN
                   PERFORM CheckRegimeAndUse
               END-IF
           END-IF.
       EXIT PROGRAM.

       CheckRfc.
           MOVE ZERO TO RfcLen.
           PERFORM MeasureOneRfcChar
               VARYING CharIdx FROM 1 BY 1
               UNTIL CharIdx IS GREATER THAN 13.
           IF RfcLen IS NOT EQUAL TO 12 AND
               RfcLen IS NOT EQUAL TO 13 THEN
               MOVE 'N' TO LNValid
               MOVE 'RFC con longitud invalida' TO LNReason
           ELSE
               COMPUTE LetterCount = RfcLen - 9
               COMPUTE DateStart = LetterCount + 1
               PERFORM CheckRfcParts
           END-IF.

       MeasureOneRfcChar.
           IF LNRfc(CharIdx:1) IS NOT EQUAL TO SPACE AND
               RfcLen IS EQUAL TO CharIdx - 1 THEN
               MOVE CharIdx TO RfcLen
           END-IF.

       CheckRfcParts.
           MOVE 'N' TO BadChar.
           PERFORM CheckOneRfcLetter
               VARYING CharIdx FROM 1 BY 1
               UNTIL CharIdx IS GREATER THAN LetterCount.
           IF BadChar IS EQUAL TO 'Y' THEN
               MOVE 'N' TO LNValid
               MOVE 'RFC con letras invalidas' TO LNReason
           ELSE IF LNRfc(DateStart:6) IS NOT NUMERIC THEN
               MOVE 'N' TO LNValid
               MOVE 'RFC con fecha invalida' TO LNReason
           ELSE
               MOVE LNRfc(DateStart + 2:2) TO RfcMonth
               MOVE LNRfc(DateStart + 4:2) TO RfcDay
               IF RfcMonth IS LESS THAN 1 OR
                   RfcMonth IS GREATER THAN 12 OR
                   RfcDay IS LESS THAN 1 OR
                   RfcDay IS GREATER THAN 31 THEN
                   MOVE 'N' TO LNValid
                   MOVE 'RFC con fecha invalida' TO LNReason
               ELSE
                   PERFORM CheckRfcHomoclave
               END-IF
           END-IF.

       CheckOneRfcLetter.
           IF (LNRfc(CharIdx:1) IS LESS THAN 'A' OR
               LNRfc(CharIdx:1) IS GREATER THAN 'Z') AND
               LNRfc(CharIdx:1) IS NOT EQUAL TO '&' THEN
               MOVE 'Y' TO BadChar
           END-IF.

       CheckRfcHomoclave.
           MOVE 'N' TO BadChar.
           COMPUTE HomoStart = RfcLen - 2.
           PERFORM CheckOneHomoclaveChar
               VARYING CharIdx FROM HomoStart BY 1
               UNTIL CharIdx IS GREATER THAN RfcLen.
           IF BadChar IS EQUAL TO 'Y' THEN
               MOVE 'N' TO LNValid
               MOVE 'RFC con homoclave invalida' TO LNReason
           END-IF.

       CheckOneHomoclaveChar.
           IF LNRfc(CharIdx:1) IS NOT NUMERIC AND
               (LNRfc(CharIdx:1) IS LESS THAN 'A' OR
               LNRfc(CharIdx:1) IS GREATER THAN 'Z') THEN
               MOVE 'Y' TO BadChar
           END-IF.

       CheckRegimeAndUse.
           MOVE LNRegime TO RegimeCode.
           MOVE LNCfdiUse TO UseCode.
           IF NOT RegimeKnown THEN
               MOVE 'N' TO LNValid
               MOVE 'Regimen fiscal no valido' TO LNReason
           ELSE IF NOT UseKnown THEN
               MOVE 'N' TO LNValid
               MOVE 'Uso CFDI no valido' TO LNReason
           END-IF.
