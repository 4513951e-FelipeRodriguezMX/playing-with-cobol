       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAMPIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckFile ASSIGN TO "./cfdi-acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AckStatus.
           SELECT SalesJournal ASSIGN TO "./sales-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JournalStatus.
           SELECT JournalCopy ASSIGN TO "./sales-journal-stamp.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AckFile.
       01 AckRecord.
           02 AckInvNum PIC 9(6).
           02 FILLER PIC X.
           02 AckCfdiType PIC X.
           02 FILLER PIC X.
           02 AckUuid PIC X(36).
           02 FILLER PIC X.
           02 AckStampDate PIC 9(8).

       FD SalesJournal.
       01 SalesJournalRecord.
           02 SJInvNum PIC 9(6).
           02 FILLER PIC X.
           02 SJCustID PIC 9(5).
           02 FILLER PIC X.
           02 SJDate PIC 9(8).
           02 FILLER PIC X.
           02 SJJurisdiction PIC X(2).
           02 FILLER PIC X.
           02 SJSubtotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTax PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJTotal PIC 9(6)V99.
           02 FILLER PIC X.
           02 SJSalesRep PIC X(3).
           02 FILLER PIC X.
           02 SJFreight PIC X(8).
           02 FILLER PIC X.
           02 SJDocType PIC X.
           02 FILLER PIC X.
           02 SJCurrency PIC X(3).
           02 FILLER PIC X.
           02 SJDocTotal PIC X(8).
           02 FILLER PIC X.
           02 SJUuid PIC X(36).
           02 FILLER PIC X.
           02 SJStampDate PIC X(8).

       FD JournalCopy.
       01 JournalCopyRecord PIC X(126).

       WORKING-STORAGE SECTION.
       01 AckStatus PIC XX.
       01 JournalStatus PIC XX.
       01 AckEOF PIC X VALUE 'N'.
       01 CopyEOF PIC X.
       01 AcksRead PIC 9(5) VALUE ZERO.
       01 AcksStamped PIC 9(5) VALUE ZERO.
       01 AcksRepeated PIC 9(5) VALUE ZERO.
       01 AcksRejected PIC 9(5) VALUE ZERO.
       01 AckValid PIC X.
       01 CharIdx PIC 99.
       01 UuidChar PIC X.
       01 JournalCfdiType PIC X.
       01 AckCount PIC 9(4) VALUE ZERO.
       01 AckTable.
           02 AckEntry
               OCCURS 1 TO 5000 TIMES
               DEPENDING ON AckCount
               INDEXED BY AKI.
               03 TblAckInv PIC 9(6).
               03 TblAckType PIC X.
               03 TblAckUuid PIC X(36).
               03 TblAckDate PIC 9(8).
               03 TblAckRecord PIC X(54).
               03 TblAckUsed PIC X.
       01 AckIdx PIC 9(4).
       01 FoundIdx PIC 9(4).
       01 RejSource PIC X(10) VALUE 'STAMPIMP'.
       01 RejReason PIC X(30).
       01 RejData PIC X(200).

       PROCEDURE DIVISION.

       MainPara.
           OPEN INPUT AckFile.
           IF AckStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin cfdi-acks.dat, nada que importar.'
               STOP RUN
           END-IF.
           PERFORM LoadOneAck UNTIL AckEOF IS EQUAL TO 'Y'.
           CLOSE AckFile.
           IF AckCount IS GREATER THAN ZERO THEN
               PERFORM StampJournal
           END-IF.
           IF AckCount IS GREATER THAN ZERO THEN
               PERFORM RejectUnusedAck
                   VARYING AckIdx FROM 1 BY 1
                   UNTIL AckIdx IS GREATER THAN AckCount
           END-IF.
           DISPLAY 'Acuses leidos:       ' AcksRead.
           DISPLAY 'Timbres registrados: ' AcksStamped.
           DISPLAY 'Ya registrados:      ' AcksRepeated.
           DISPLAY 'Acuses rechazados:   ' AcksRejected.
           IF AcksRejected IS GREATER THAN ZERO THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LoadOneAck.
           READ AckFile
               AT END MOVE 'Y' TO AckEOF
               NOT AT END
                   ADD 1 TO AcksRead
                   PERFORM CheckOneAck
                   IF AckValid IS EQUAL TO 'Y' THEN
                       PERFORM AddOneAck
                   ELSE
                       MOVE AckRecord TO RejData
                       PERFORM RejectOneAck
                   END-IF
           END-READ.

       CheckOneAck.
           MOVE 'Y' TO AckValid.
           MOVE FUNCTION UPPER-CASE(AckCfdiType) TO AckCfdiType.
           MOVE FUNCTION UPPER-CASE(AckUuid) TO AckUuid.
           IF AckInvNum IS NOT NUMERIC OR AckInvNum IS EQUAL TO ZERO
               THEN
               MOVE 'N' TO AckValid
               MOVE 'Factura invalida' TO RejReason
           ELSE IF AckCfdiType IS NOT EQUAL TO 'I' AND
               AckCfdiType IS NOT EQUAL TO 'E' THEN
               MOVE 'N' TO AckValid
               MOVE 'Tipo de comprobante invalido' TO RejReason
           ELSE IF AckStampDate IS NOT NUMERIC OR
               AckStampDate IS EQUAL TO ZERO THEN
               MOVE 'N' TO AckValid
               MOVE 'Fecha de timbrado invalida' TO RejReason
           ELSE
               PERFORM CheckOneUuidChar
                   VARYING CharIdx FROM 1 BY 1
                   UNTIL CharIdx IS GREATER THAN 36
               IF AckValid IS EQUAL TO 'N' THEN
                   MOVE 'UUID con formato invalido' TO RejReason
               END-IF
           END-IF.

       CheckOneUuidChar.
           MOVE AckUuid(CharIdx:1) TO UuidChar.
           IF CharIdx IS EQUAL TO 9 OR CharIdx IS EQUAL TO 14 OR
               CharIdx IS EQUAL TO 19 OR CharIdx IS EQUAL TO 24 THEN
               IF UuidChar IS NOT EQUAL TO '-' THEN
                   MOVE 'N' TO AckValid
               END-IF
           ELSE IF UuidChar IS NOT NUMERIC AND
               (UuidChar IS LESS THAN 'A' OR
               UuidChar IS GREATER THAN 'F') THEN
               MOVE 'N' TO AckValid
           END-IF.

       AddOneAck.
           IF AckCount IS EQUAL TO 5000 THEN
               DISPLAY 'Tabla de acuses llena (5000).'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO AckCount.
           MOVE AckInvNum TO TblAckInv(AckCount).
           MOVE AckCfdiType TO TblAckType(AckCount).
           MOVE AckUuid TO TblAckUuid(AckCount).
           MOVE AckStampDate TO TblAckDate(AckCount).
           MOVE AckRecord TO TblAckRecord(AckCount).
           MOVE 'N' TO TblAckUsed(AckCount).

       StampJournal.
           OPEN INPUT SalesJournal.
           IF JournalStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'No existe sales-journal.dat.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT JournalCopy.
           MOVE 'N' TO CopyEOF.
           PERFORM StampOneRow UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE SalesJournal, JournalCopy.
           IF AcksStamped IS GREATER THAN ZERO THEN
               PERFORM RewriteJournal
           END-IF.

       StampOneRow.
           MOVE SPACE TO SalesJournalRecord.
           READ SalesJournal
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   IF SJDocType IS EQUAL TO 'C' THEN
                       MOVE 'E' TO JournalCfdiType
                   ELSE
                       MOVE 'I' TO JournalCfdiType
                   END-IF
                   MOVE ZERO TO FoundIdx
                   PERFORM FindOneAck
                       VARYING AckIdx FROM 1 BY 1
                       UNTIL AckIdx IS GREATER THAN AckCount
                   IF FoundIdx IS GREATER THAN ZERO THEN
                       PERFORM ApplyOneAck
                   END-IF
                   WRITE JournalCopyRecord FROM SalesJournalRecord
           END-READ.

       FindOneAck.
           IF TblAckInv(AckIdx) IS EQUAL TO SJInvNum AND
               TblAckType(AckIdx) IS EQUAL TO JournalCfdiType AND
               TblAckUsed(AckIdx) IS EQUAL TO 'N' AND
               FoundIdx IS EQUAL TO ZERO THEN
               MOVE AckIdx TO FoundIdx
           END-IF.

       ApplyOneAck.
           MOVE 'Y' TO TblAckUsed(FoundIdx).
           IF SJUuid IS EQUAL TO SPACE THEN
               MOVE TblAckUuid(FoundIdx) TO SJUuid
               MOVE TblAckDate(FoundIdx) TO SJStampDate
               ADD 1 TO AcksStamped
           ELSE IF SJUuid IS EQUAL TO TblAckUuid(FoundIdx) THEN
               ADD 1 TO AcksRepeated
           ELSE
               MOVE 'UUID distinto al registrado' TO RejReason
               MOVE TblAckRecord(FoundIdx) TO RejData
               PERFORM RejectOneAck
               DISPLAY 'Factura ' SJInvNum ' ya timbrada con UUID '
                   SJUuid
           END-IF.

       RewriteJournal.
           MOVE 'N' TO CopyEOF.
           OPEN INPUT JournalCopy.
           OPEN OUTPUT SalesJournal.
           PERFORM ReloadOneRow UNTIL CopyEOF IS EQUAL TO 'Y'.
           CLOSE JournalCopy, SalesJournal.

       ReloadOneRow.
           READ JournalCopy
               AT END MOVE 'Y' TO CopyEOF
               NOT AT END
                   WRITE SalesJournalRecord FROM JournalCopyRecord
           END-READ.

       RejectUnusedAck.
           IF TblAckUsed(AckIdx) IS EQUAL TO 'N' THEN
               MOVE 'Comprobante no esta en diario' TO RejReason
               MOVE TblAckRecord(AckIdx) TO RejData
               PERFORM RejectOneAck
               DISPLAY 'Sin comprobante en diario: '
                   TblAckInv(AckIdx) ' ' TblAckType(AckIdx)
           END-IF.

       RejectOneAck.
           ADD 1 TO AcksRejected.
           CALL 'REJECTREG' USING RejSource, RejReason, RejData.
