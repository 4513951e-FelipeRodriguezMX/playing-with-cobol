               03 CustPostal PIC X(6).
           02 Phone PIC X(15).
           02 Email PIC X(40).
           02 FILLER PIC X(20).

       FD ExtractFile.
       01 ExtractRecord PIC X(162).
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
               IF MaskWanted IS EQUAL TO 'Y' THEN
                   CALL 'MASKPII' USING Phone, Email, CustStreet
               END-IF
               WRITE ExtractRecord FROM CustomerData(1:161)
               ADD 1 TO RecsSelected
           END-IF.

