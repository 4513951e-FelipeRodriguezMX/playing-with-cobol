       01 FoundIdx PIC 9(3).
       01 TotDebits PIC 9(12)V99 VALUE ZERO.
       01 TotCredits PIC 9(12)V99 VALUE ZERO.
       01 ManDebits PIC 9(12)V99 VALUE ZERO.
       01 ManCredits PIC 9(12)V99 VALUE ZERO.
       01 OpenDebits PIC 9(12)V99 VALUE ZERO.
       01 OpenCredits PIC 9(12)V99 VALUE ZERO.
       01 SysDebits PIC 9(12)V99.
       01 SysCredits PIC 9(12)V99.
       01 ReportHeading PIC X(75) VALUE
           "Balanza de comprobacion".
       01 PeriodLine.
           02 PrnTotDebits PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnTotCredits PIC ZZZZZZZZ9.99.
       01 SourceLine.
           02 FILLER PIC X(4) VALUE SPACE.
           02 PrnSourceName PIC X(38).
           02 PrnSrcDebits PIC ZZZZZZZZ9.99.
           02 FILLER PIC X VALUE SPACE.
           02 PrnSrcCredits PIC ZZZZZZZZ9.99.
       01 BalanceMsg PIC X(75).

       PROCEDURE DIVISION.
                           ADD GLAmount TO TblCredits(FoundIdx)
                           ADD GLAmount TO TotCredits
                       END-IF
                       IF GLDocType IS EQUAL TO 'MJ' OR
                           GLDocType IS EQUAL TO 'MR' THEN
                           PERFORM TallyManualLine
                       END-IF
                       IF GLDocType IS EQUAL TO 'OB' THEN
                           PERFORM TallyOpeningLine
                       END-IF
                   END-IF
           END-READ.

       TallyManualLine.
           IF GLSide IS EQUAL TO 'D' THEN
               ADD GLAmount TO ManDebits
           ELSE
               ADD GLAmount TO ManCredits
           END-IF.

       TallyOpeningLine.
           IF GLSide IS EQUAL TO 'D' THEN
               ADD GLAmount TO OpenDebits
           ELSE
               ADD GLAmount TO OpenCredits
           END-IF.

       FindAcctEntry.
           MOVE ZERO TO FoundIdx.
           PERFORM FindOneAcct
               MOVE "    CARGOS Y ABONOS NO CUADRAN." TO BalanceMsg
           END-IF.
           WRITE PrintLine FROM BalanceMsg.
           MOVE SPACE TO PrintLine.
           WRITE PrintLine.
           COMPUTE SysDebits = TotDebits - ManDebits - OpenDebits.
           COMPUTE SysCredits = TotCredits - ManCredits - OpenCredits.
           MOVE "Origen: subsistemas (GLEXTRACT)" TO PrnSourceName.
           MOVE SysDebits TO PrnSrcDebits.
           MOVE SysCredits TO PrnSrcCredits.
           WRITE PrintLine FROM SourceLine.
           MOVE "Origen: polizas manuales (MJ/MR)" TO PrnSourceName.
           MOVE ManDebits TO PrnSrcDebits.
           MOVE ManCredits TO PrnSrcCredits.
           WRITE PrintLine FROM SourceLine.
           IF OpenDebits IS GREATER THAN ZERO OR
               OpenCredits IS GREATER THAN ZERO THEN
               MOVE "Origen: saldos iniciales (OB)" TO PrnSourceName
               MOVE OpenDebits TO PrnSrcDebits
               MOVE OpenCredits TO PrnSrcCredits
               WRITE PrintLine FROM SourceLine
           END-IF.
           CLOSE BalanceReport.

       WriteOneAcct.
