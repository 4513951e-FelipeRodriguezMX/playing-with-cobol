           SELECT OPTIONAL InvSeqFile ASSIGN TO "./invseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SeqStatus.
           SELECT OPTIONAL WaivedFile ASSIGN TO "./nsf-waived.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WaivedStatus.
       DATA DIVISION.
       FILE SECTION.
       FD PayHistFile.
           02 OIPaid PIC 9(6)V99.
           02 FILLER PIC X.
           02 OIOpenFlag PIC X.
           02 FILLER PIC X(38).

       FD OpenItemsCopy.
       01 OpenItemsCopyRecord PIC X(81).

       FD SalesJournal.
       01 SalesJournalRecord.
       01 InvSeqRecord.
           02 SeqLastUsed PIC 9(6).

       FD WaivedFile.
       01 WaivedRecord PIC X(34).

       WORKING-STORAGE SECTION.
       01 HistStatus PIC XX.
       01 OpenStatus PIC XX.
       01 NsfFee PIC 9(6)V99.
       01 FeeNumber PIC 9(6).
       01 FeeJur PIC X(2).
       01 WaivedStatus PIC XX.
       01 WaiveKey PIC X.
       01 WaivedLine.
           02 NWDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NWCustID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 NWAmount PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NWOperator PIC X(8).
       01 CfdiAction PIC X.
       01 CfdiDoc.
           02 CfdiDocType PIC X.
           02 CfdiDocNum PIC 9(6).
           02 CfdiDocDate PIC 9(8).
           02 CfdiCustID PIC 9(5).
           02 CfdiCustName PIC X(40).
           02 CfdiCustPostal PIC X(6).
           02 CfdiCurrency PIC X(3).
           02 CfdiSubtotal PIC 9(8)V99.
           02 CfdiTax PIC 9(8)V99.
           02 CfdiTotal PIC 9(8)V99.
           02 CfdiDocTotal PIC 9(8)V99.
           02 CfdiRelDoc PIC 9(6).
           02 CfdiLineNum PIC 9(3).
           02 CfdiLineProd PIC X(6).
           02 CfdiLineDesc PIC X(20).
           02 CfdiLineQty PIC 9(5).
           02 CfdiLineUnit PIC 9(6)V99.
           02 CfdiLineAmount PIC 9(8)V99.
           02 CfdiLineTax PIC 9(8)V99.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ReversalLine.
           02 NOPaid PIC 9(6)V99.
           02 FILLER PIC X VALUE SPACE.
           02 NOOpenFlag PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 NODueDate PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 NODiscDate PIC 9(8) VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 NODiscAmt PIC 9(6)V99 VALUE ZERO.
           02 FILLER PIC X VALUE SPACE.
           02 NODispFlag PIC X VALUE SPACE.
           02 FILLER PIC X VALUE SPACE.
           02 NODispAmt PIC 9(6)V99 VALUE ZERO.

       PROCEDURE DIVISION.

                   COMPUTE NOPaid = JrnInvTotal - ReverseAmount
               END-IF
               MOVE 'O' TO NOOpenFlag
               MOVE JrnInvDate TO NODueDate
               WRITE OpenItemsCopyRecord FROM NewOpenItemLine
               DISPLAY 'Factura reabierta: ' AppInv(AppIdx)
           ELSE
               IF FUNCTION TEST-NUMVAL(NsfFeeX) IS EQUAL TO ZERO THEN
                   COMPUTE NsfFee = FUNCTION NUMVAL(NsfFeeX)
               END-IF
           ELSE
               DISPLAY 'Condonar cargo NSF de ' NsfFee '? (S/N):'
                   WITH NO ADVANCING
               ACCEPT WaiveKey
               IF WaiveKey IS EQUAL TO 'S' OR
                   WaiveKey IS EQUAL TO 's' THEN
                   PERFORM WriteWaivedFee
                   MOVE ZERO TO NsfFee
               END-IF
           END-IF.
           IF NsfFee IS GREATER THAN ZERO THEN
               PERFORM GetFeeNumber
               PERFORM GetFeeJurisdiction
               PERFORM WriteFeeJournal
               PERFORM WriteCfdiDoc
               PERFORM AddFeeOpenItem
               DISPLAY 'Cargo NSF ' FeeNumber ' por ' NsfFee '.'
           ELSE
               DISPLAY 'Sin cargo NSF.'
           END-IF.

       WriteWaivedFee.
           MOVE BusinessDate TO NWDate.
           MOVE WantedCust TO NWCustID.
           MOVE NsfFee TO NWAmount.
           MOVE OperatorID TO NWOperator.
           OPEN EXTEND WaivedFile.
           IF WaivedStatus IS EQUAL TO "00" OR
               WaivedStatus IS EQUAL TO "05" THEN
               WRITE WaivedRecord FROM WaivedLine
               CLOSE WaivedFile
           END-IF.
           DISPLAY 'Cargo NSF condonado por ' OperatorID '.'.

       GetFeeNumber.
           MOVE ZERO TO FeeNumber.
           OPEN INPUT InvSeqFile.
               CLOSE SalesJournal
           END-IF.

       WriteCfdiDoc.
           MOVE 'I' TO CfdiDocType.
           MOVE FeeNumber TO CfdiDocNum.
           MOVE BusinessDate TO CfdiDocDate.
           MOVE WantedCust TO CfdiCustID.
           MOVE SPACE TO CfdiCustName.
           MOVE SPACE TO CfdiCustPostal.
           MOVE SPACE TO CfdiCurrency.
           MOVE NsfFee TO CfdiSubtotal.
           MOVE ZERO TO CfdiTax.
           MOVE NsfFee TO CfdiTotal.
           MOVE NsfFee TO CfdiDocTotal.
           MOVE ZERO TO CfdiRelDoc.
           MOVE 'H' TO CfdiAction.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.
           MOVE 'D' TO CfdiAction.
           MOVE 1 TO CfdiLineNum.
           MOVE 'NSF' TO CfdiLineProd.
           MOVE 'Cheque devuelto' TO CfdiLineDesc.
           MOVE 1 TO CfdiLineQty.
           MOVE NsfFee TO CfdiLineUnit.
           MOVE NsfFee TO CfdiLineAmount.
           MOVE ZERO TO CfdiLineTax.
           CALL 'CFDIOUT' USING CfdiAction, CfdiDoc.

       AddFeeOpenItem.
           OPEN EXTEND OpenItemsFile.
           IF OpenStatus IS EQUAL TO "00" OR
               MOVE NsfFee TO NOInvTotal
               MOVE ZERO TO NOPaid
               MOVE 'O' TO NOOpenFlag
               MOVE BusinessDate TO NODueDate
               WRITE OpenItemRecord FROM NewOpenItemLine
               CLOSE OpenItemsFile
           END-IF.
