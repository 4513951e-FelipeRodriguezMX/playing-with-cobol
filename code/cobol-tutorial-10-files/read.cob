           02 CustAddress PIC X(40).
           02 Phone PIC X(15).
           02 Email PIC X(40).
           02 FILLER PIC X(20).
       WORKING-STORAGE SECTION.
       01 WSCustomer.
           02 WSIDNum PIC 9(5).
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
