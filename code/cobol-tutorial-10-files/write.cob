           02 CustAddress PIC X(40).
           02 Phone PIC X(15).
           02 Email PIC X(40).
           02 Rfc PIC X(13).
           02 TaxRegime PIC X(3).
           02 CfdiUse PIC X(4).

       FD TransFile.
       01 TransData.
           02 TransCustAddress PIC X(40).
           02 TransPhone PIC X(15).
           02 TransEmail PIC X(40).
           02 TransRfc PIC X(13).
           02 TransTaxRegime PIC X(3).
           02 TransCfdiUse PIC X(4).

       FD CopyFile.
       01 CopyRecord PIC X(182).

       SD TransSortWork.
       01 TransSortRecord.
           02 TSIDNum PIC 9(5).
           02 TSRest PIC X(176).

       FD SortedTransFile.
       01 SortedTransData.
           02 STCustAddress PIC X(40).
           02 STPhone PIC X(15).
           02 STEmail PIC X(40).
           02 STRfc PIC X(13).
           02 STTaxRegime PIC X(3).
           02 STCfdiUse PIC X(4).

       SD IdSortWork.
       01 IdSortRecord.
           02 ISIDNum PIC 9(5).
           02 ISRest PIC X(177).

       FD SortedIdsFile.
       01 SortedIdsData.
           02 SIIDNum PIC 9(5).
           02 SIRest PIC X(177).

       WORKING-STORAGE SECTION.
       01 CopyStatus PIC XX.
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
       01 DupFound PIC X.
       01 ContactValid PIC X.
       01 ContactReason PIC X(30).
       01 TaxValid PIC X.
       01 TaxReason PIC X(30).
       01 BlankPhone PIC X(15) VALUE SPACE.
       01 BlankEmail PIC X(40) VALUE SPACE.
       01 SuggestedID PIC 9(5).
           PERFORM PromptPhone UNTIL ContactValid IS EQUAL TO 'Y'
           MOVE 'N' TO ContactValid
           PERFORM PromptEmail UNTIL ContactValid IS EQUAL TO 'Y'
           MOVE 'N' TO TaxValid
           PERFORM PromptTax UNTIL TaxValid IS EQUAL TO 'Y'
           WRITE CustomerData
           END-WRITE.
           ADD 1 TO RecsWritten.
               DISPLAY ContactReason
           END-IF.

       PromptTax.
           DISPLAY "RFC (vacio=sin datos fiscales): " WITH NO ADVANCING.
           ACCEPT Rfc.
           IF Rfc IS EQUAL TO SPACE THEN
               MOVE SPACE TO TaxRegime
               MOVE SPACE TO CfdiUse
           ELSE
               DISPLAY "Regimen fiscal: " WITH NO ADVANCING
               ACCEPT TaxRegime
               DISPLAY "Uso CFDI: " WITH NO ADVANCING
               ACCEPT CfdiUse
           END-IF.
           CALL 'VALRFC' USING Rfc, TaxRegime, CfdiUse,
               TaxValid, TaxReason.
           IF TaxValid IS NOT EQUAL TO 'Y' THEN
               DISPLAY TaxReason
           END-IF.

       BatchLoad.
           OPEN INPUT TransFile.
           IF TransFileStatus IS NOT EQUAL TO "00" THEN
                   MOVE STCustAddress TO CustAddress
                   MOVE STPhone TO Phone
                   MOVE STEmail TO Email
                   MOVE STRfc TO Rfc
                   MOVE STTaxRegime TO TaxRegime
                   MOVE STCfdiUse TO CfdiUse
                   PERFORM ApplyOneSortedTrans
                   MOVE STIDNum TO PrevTransID
           END-READ.
               UNTIL ExistKey IS NOT LESS THAN STIDNum.
           CALL 'VALCONTACT' USING STPhone, STEmail,
               ContactValid, ContactReason.
           CALL 'VALRFC' USING Rfc, TaxRegime, CfdiUse,
               TaxValid, TaxReason.
           IF STIDNum IS EQUAL TO PrevTransID OR
               ExistKey IS EQUAL TO STIDNum THEN
               ADD 1 TO RecsRejectedCnt
                   ContactReason
               MOVE ContactReason TO RejReason
               PERFORM RegisterReject
           ELSE IF TaxValid IS NOT EQUAL TO 'Y' THEN
               ADD 1 TO RecsRejectedCnt
               DISPLAY "Registro rechazado, Id: " IDNum " "
                   TaxReason
               MOVE TaxReason TO RejReason
               PERFORM RegisterReject
           ELSE
               WRITE CustomerData
               ADD 1 TO RecsWritten
