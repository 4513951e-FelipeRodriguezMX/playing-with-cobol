           02 SrcCustAddress PIC X(40).
           02 SrcPhone PIC X(15).
           02 SrcEmail PIC X(40).
           02 FILLER PIC X(20).

       SD SortWorkFile.
       01 SortRecord.
           02 SortCustAddress PIC X(40).
           02 SortPhone PIC X(15).
           02 SortEmail PIC X(40).
           02 FILLER PIC X(20).

       FD SortedCustomerFile.
       01 CustomerData.
           02 Phone PIC X(15).
           02 Email PIC X(40).
           88 WSEOF VALUE HIGH-VALUE.
           02 FILLER PIC X(20).

       WORKING-STORAGE SECTION.
       01 PageHeading PIC X(60) VALUE "Customer List".
           02 CtlTag PIC X(3).
           02 CtlCount PIC 9(7).
           02 CtlHash PIC 9(9).
           02 FILLER PIC X(163).
       01 HashTotal PIC 9(9) VALUE ZERO.
       01 DataCount PIC 9(7) VALUE ZERO.
       01 HaveTrailer PIC X VALUE 'N'.
