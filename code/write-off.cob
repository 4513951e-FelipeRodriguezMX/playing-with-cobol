           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD OpenItemsCopy.
       01 OpenItemsCopyRecord PIC X(81).

       FD PendingFile.
       01 PendingRecord.
           02 WPStatus PIC X.
           02 FILLER PIC X.
           02 WPDate PIC 9(8).
           02 FILLER PIC X.
           02 WPReqOper PIC X(8).
           02 FILLER PIC X.
           02 WPAppOper PIC X(8).

       FD PendingCopy.
       01 PendingCopyRecord PIC X(61).

       FD PayHistFile.
       01 PayHistRecord PIC X(40).
           02 WPOutStatus PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 WPOutDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 WPOutReqOper PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 WPOutAppOper PIC X(8).
       01 WriteOffHistLine.
           02 WHDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
                           MOVE 'SALDOMENOR' TO WPOutReason
                           MOVE 'P' TO WPOutStatus
                           MOVE BusinessDate TO WPOutDate
                           MOVE OperatorID TO WPOutReqOper
                           MOVE SPACE TO WPOutAppOper
                           WRITE PendingRecord FROM PendingLine
                       END-IF
                   END-IF
                       MOVE EnteredReason TO WPOutReason
                       MOVE 'P' TO WPOutStatus
                       MOVE BusinessDate TO WPOutDate
                       MOVE OperatorID TO WPOutReqOper
                       MOVE SPACE TO WPOutAppOper
                       WRITE PendingRecord FROM PendingLine
                       CLOSE PendingFile
                       DISPLAY 'Castigo registrado por '
                       MOVE PendingRecord TO PendingLine
                       MOVE 'A' TO WPOutStatus
                       MOVE BusinessDate TO WPOutDate
                       MOVE OperatorID TO WPOutAppOper
                       WRITE PendingCopyRecord FROM PendingLine
                       ADD 1 TO ApprovedCount
                   ELSE
