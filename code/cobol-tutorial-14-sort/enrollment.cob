           select enrollJournal assign to './enroll-journal.dat'
               organization  is line sequential
               file status is journalStatus.
           select optional ledgerFile assign to './stud-ledger.dat'
               organization  is line sequential
               file status is ledgerStatus.
           select receiptSeqFile assign to './fee-receipt-seq.dat'
               organization  is line sequential
               file status is seqStatus.
           select optional levelFile assign to './stud-levels.dat'
               organization  is line sequential
               file status is levelStatus.
           select levelCopy assign to './stud-levels-copy.tmp'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterCopyRecord pic x(17).
       fd enrollJournal.
       01 enrollJournalRecord pic x(60).
       fd ledgerFile.
       01 ledgerRecord.
           02 slStudId pic 9(4).
           02 filler pic x.
           02 slDate pic 9(8).
           02 filler pic x.
           02 slType pic x.
           02 filler pic x.
           02 slFeeCode pic x(4).
           02 filler pic x.
           02 slPeriod pic x(6).
           02 filler pic x.
           02 slAmount pic 9(6)v99.
           02 filler pic x.
           02 slRef pic x(8).
           02 filler pic x.
           02 slSchool pic x(3).
       fd receiptSeqFile.
       01 receiptSeqRecord.
           02 seqLastUsed pic 9(7).
       fd levelFile.
       01 levelRecord.
           02 lvStudId pic 9(4).
           02 filler pic x.
           02 lvLevel pic 9(2).
           02 filler pic x.
           02 lvLastYear pic 9(4).
       fd levelCopy.
       01 levelCopyRecord pic x(12).
       working-storage section.
       01 masterStatus pic xx.
       01 journalStatus pic xx.
       01 ledgerStatus pic xx.
       01 seqStatus pic xx.
       01 ledgerEOF pic x.
       01 levelStatus pic xx.
       01 levelEOF pic x.
       01 enteredLevelX pic x(2).
       01 enteredLevel pic 9(2).
       01 levelFound pic x.
       01 levelText.
           02 filler pic x(6) value 'NIVEL '.
           02 levelTextNum pic 9(2).
       01 masterEOF pic x.
       01 copyEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 highestId pic 9(4).
       01 oldName pic x(9).
       01 oldStatus pic x.
       01 oldSchool pic x(3).
       01 studBalance pic s9(7)v99.
       01 balanceDisplay pic -zzzzzz9.99.
       01 settleChoice pic x.
       01 settleType pic x.
       01 settleAmount pic 9(6)v99.
       01 todayDate pic 9(8).
       01 nextSeq pic 9(7).
       01 receiptNum.
           02 filler pic x value 'R'.
           02 receiptSeq pic 9(7).
       01 changesMade pic 9(3) value zero.
       01 journalLine.
           02 jrnTimestamp pic x(14).
           display '2 : Baja (retiro)'
           display '3 : Reinscribir'
           display '4 : Corregir nombre'
           display '5 : Cambiar grado'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
               when 2 perform withdrawStudent
               when 3 perform reenrollStudent
               when 4 perform correctName
               when 5 perform changeLevel
               when other move 'N' to stayOpen
           end-evaluate.

           accept enteredName.
           display 'Escuela (3 letras):' with no advancing.
           accept enteredSchool.
           perform promptLevel.
           if enteredName is equal to space then
               display 'Nombre invalido.'
           else
               move 'ALTA' to jrnAction
               move highestId to jrnStudId
               perform writeJournal
               if enteredLevel is greater than zero then
                   move highestId to enteredId
                   perform applyLevelChange
               end-if
               display 'Alumno dado de alta con Id ' highestId '.'
           end-if.

                   perform rewriteMaster
                   if oldStatus is equal to 'W' then
                       move 'BAJA' to jrnAction
                       perform settleFees
                   else
                       move 'REINSCR' to jrnAction
                   end-if
                   if masterIdNum is equal to enteredId then
                       move 'Y' to studentFound
                       move masterStudName to oldName
                       move function upper-case(masterSchool)
                           to oldSchool
                       move oldStatus to masterStatus2
                   end-if
                   write masterCopyRecord from masterStudData
                   write masterCopyRecord from masterStudData
           end-read.

       promptLevel.
           move zero to enteredLevel.
           display 'Grado (01-12):' with no advancing.
           accept enteredLevelX.
           if function test-numval(enteredLevelX) is equal to zero then
               compute enteredLevel = function numval(enteredLevelX)
           end-if.

       changeLevel.
           perform promptStudentId.
           if enteredId is greater than zero then
               perform findStudent
               if studentFound is equal to 'N' then
                   display 'Alumno no existe: ' enteredId
               else
                   perform promptLevel
                   if enteredLevel is equal to zero then
                       display 'Grado invalido.'
                   else
                       perform applyLevelChange
                       add 1 to changesMade
                       display 'Grado actualizado.'
                   end-if
               end-if
           end-if.

       findStudent.
           move 'N' to studentFound.
           open input masterFile.
           if masterStatus is equal to "00" then
               move 'N' to masterEOF
               perform matchOneStudent until masterEOF is equal to 'Y'
               close masterFile
           end-if.

       matchOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   if masterIdNum is equal to enteredId then
                       move 'Y' to studentFound
                       move masterStudName to oldName
                   end-if
           end-read.

       applyLevelChange.
           move 'N' to levelFound.
           move space to jrnBefore.
           open input levelFile.
           if levelStatus is equal to "00" then
               open output levelCopy
               move 'N' to levelEOF
               perform copyOneLevel until levelEOF is equal to 'Y'
               close levelFile, levelCopy
               perform rewriteLevels
           else if levelStatus is equal to "05" then
               close levelFile
           end-if.
           if levelFound is equal to 'N' then
               open extend levelFile
               move space to levelRecord
               move enteredId to lvStudId
               move enteredLevel to lvLevel
               move zero to lvLastYear
               write levelRecord
               close levelFile
           end-if.
           move 'GRADO' to jrnAction.
           move enteredId to jrnStudId.
           move enteredLevel to levelTextNum.
           move levelText to jrnAfter.
           perform writeJournal.

       copyOneLevel.
           read levelFile
               at end move 'Y' to levelEOF
               not at end
                   if lvStudId is equal to enteredId then
                       move 'Y' to levelFound
                       move lvLevel to levelTextNum
                       move levelText to jrnBefore
                       move enteredLevel to lvLevel
                   end-if
                   write levelCopyRecord from levelRecord
           end-read.

       rewriteLevels.
           move 'N' to copyEOF.
           open input levelCopy.
           open output levelFile.
           perform reloadOneLevel until copyEOF is equal to 'Y'.
           close levelCopy, levelFile.

       reloadOneLevel.
           read levelCopy
               at end move 'Y' to copyEOF
               not at end write levelRecord from levelCopyRecord
           end-read.

       rewriteMaster.
           move 'N' to copyEOF.
           open input masterCopy.
               write enrollJournalRecord from journalLine
               close enrollJournal
           end-if.

       settleFees.
           perform computeBalance.
           move studBalance to balanceDisplay.
           move space to settleType.
           if studBalance is greater than zero then
               perform askSettleDebt
           else if studBalance is less than zero then
               perform askSettleCredit
           end-if.
           if settleType is not equal to space then
               perform writeSettlement
           else if studBalance is not equal to zero then
               display 'El saldo queda pendiente en la cuenta.'
           end-if.

       askSettleDebt.
           display 'Saldo pendiente de cuotas: ' balanceDisplay.
           display 'Liquidar (P=pago en caja C=condonar'
               ' N=dejar pendiente):' with no advancing.
           accept settleChoice.
           move function upper-case(settleChoice) to settleChoice.
           move studBalance to settleAmount.
           if settleChoice is equal to 'P' then
               move 'P' to settleType
           else if settleChoice is equal to 'C' then
               move 'A' to settleType
           end-if.

       askSettleCredit.
           display 'Saldo a favor del alumno: ' balanceDisplay.
           display 'Devolver en caja? (S/N):' with no advancing.
           accept settleChoice.
           move function upper-case(settleChoice) to settleChoice.
           compute settleAmount = zero - studBalance.
           if settleChoice is equal to 'S' then
               move 'D' to settleType
           end-if.

       computeBalance.
           move zero to studBalance.
           open input ledgerFile.
           if ledgerStatus is equal to "00" then
               move 'N' to ledgerEOF
               perform addOneLedgerEntry
                   until ledgerEOF is equal to 'Y'
               close ledgerFile
           else if ledgerStatus is equal to "05" then
               close ledgerFile
           end-if.

       addOneLedgerEntry.
           read ledgerFile
               at end move 'Y' to ledgerEOF
               not at end
                   if slStudId is equal to enteredId then
                       if slType is equal to 'C' or
                           slType is equal to 'D' then
                           add slAmount to studBalance
                       else
                           subtract slAmount from studBalance
                       end-if
                   end-if
           end-read.

       writeSettlement.
           move function current-date(1:8) to todayDate.
           if settleType is equal to 'A' then
               move 'BAJA' to receiptNum
           else
               perform getNextReceipt
           end-if.
           open extend ledgerFile.
           move space to ledgerRecord.
           move enteredId to slStudId.
           move todayDate to slDate.
           move settleType to slType.
           move todayDate(1:6) to slPeriod.
           move settleAmount to slAmount.
           move receiptNum to slRef.
           move oldSchool to slSchool.
           write ledgerRecord.
           close ledgerFile.
           display 'Cuenta liquidada, referencia ' receiptNum.

       getNextReceipt.
           move zero to nextSeq.
           open input receiptSeqFile.
           if seqStatus is equal to "00" then
               read receiptSeqFile
                   at end continue
                   not at end move seqLastUsed to nextSeq
               end-read
               close receiptSeqFile
           end-if.
           add 1 to nextSeq.
           open output receiptSeqFile.
           move nextSeq to seqLastUsed.
           write receiptSeqRecord.
           close receiptSeqFile.
           move 'R' to receiptNum.
           move nextSeq to receiptSeq.
