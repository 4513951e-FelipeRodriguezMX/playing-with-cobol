       identification division.
       program-id. feeledger.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select scheduleFile assign to './fee-schedule.dat'
               organization  is line sequential
               file status is scheduleStatus.
           select optional ledgerFile assign to './stud-ledger.dat'
               organization  is line sequential
               file status is ledgerStatus.
           select receiptSeqFile assign to './fee-receipt-seq.dat'
               organization  is line sequential
               file status is seqStatus.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd scheduleFile.
       01 scheduleRecord.
           02 fsSchool pic x(3).
           02 filler pic x.
           02 fsStatus pic x.
           02 filler pic x.
           02 fsFeeCode pic x(4).
           02 filler pic x.
           02 fsFreq pic x.
           02 filler pic x.
           02 fsAmount pic 9(5)v99.
           02 filler pic x.
           02 fsDesc pic x(20).
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
       working-storage section.
       01 masterStatus pic xx.
       01 scheduleStatus pic xx.
       01 ledgerStatus pic xx.
       01 seqStatus pic xx.
       01 masterEOF pic x.
       01 scheduleEOF pic x.
       01 ledgerEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 choice pic 9.
       01 todayDate pic 9(8).
       01 enteredMonthX pic x(6).
       01 enteredMonth pic 9(6).
       01 chargeDate pic 9(8).
       01 enteredIdX pic x(4).
       01 enteredId pic 9(4).
       01 enteredAmountX pic x(10).
       01 enteredAmount pic 9(6)v99.
       01 studentFound pic x.
       01 studentName pic x(9).
       01 studentSchool pic x(3).
       01 alreadyCharged pic x.
       01 studBalance pic s9(7)v99.
       01 nextSeq pic 9(7).
       01 receiptNum.
           02 filler pic x value 'R'.
           02 receiptSeq pic 9(7).
       01 chargesPosted pic 9(5) value zero.
       01 monthCharges pic 9(5).
       01 monthTotal pic 9(8)v99.
       01 paymentsPosted pic 9(5) value zero.
       01 balanceDisplay pic -zzzzzz9.99.
       01 scheduleCount pic 9(3) value zero.
       01 scheduleTable.
           02 scheduleEntry
               occurs 1 to 200 times
               depending on scheduleCount
               indexed by FI.
               03 tblFeeSchool pic x(3).
               03 tblFeeStatus pic x.
               03 tblFeeCode pic x(4).
               03 tblFeeFreq pic x.
               03 tblFeeAmount pic 9(5)v99.
       01 chargedCount pic 9(5) value zero.
       01 chargedTable.
           02 chargedEntry
               occurs 1 to 20000 times
               depending on chargedCount
               indexed by HI.
               03 tblChgStudId pic 9(4).
               03 tblChgFeeCode pic x(4).
               03 tblChgPeriod pic x(6).

       procedure division.
       mainPara.
           move function current-date(1:8) to todayDate.
           perform menuLoop until stayOpen is equal to 'N'.
           display 'Cargos registrados: ' chargesPosted.
           display 'Pagos registrados:  ' paymentsPosted.
           stop run.

       menuLoop.
           display ' '
           display 'Cuentas de alumnos'
           display '1 : Cargar cuotas del mes'
           display '2 : Registrar pago'
           display '3 : Consultar saldo'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
           evaluate choice
               when 1 perform postMonthlyCharges
               when 2 perform postPayment
               when 3 perform showBalance
               when other move 'N' to stayOpen
           end-evaluate.

       postMonthlyCharges.
           display 'Mes a cargar (AAAAMM):' with no advancing.
           accept enteredMonthX.
           move zero to enteredMonth.
           if function test-numval(enteredMonthX) is equal to zero
               then
               compute enteredMonth = function numval(enteredMonthX)
           end-if.
           if enteredMonth is less than 190001 or
               enteredMonth(5:2) is less than '01' or
               enteredMonth(5:2) is greater than '12' then
               display 'Mes invalido.'
           else
               perform loadSchedule
               if scheduleCount is equal to zero then
                   display 'No hay cuotas en fee-schedule.dat.'
               else
                   perform chargeMonth
               end-if
           end-if.

       loadSchedule.
           move zero to scheduleCount.
           open input scheduleFile.
           if scheduleStatus is equal to "00" then
               move 'N' to scheduleEOF
               perform loadOneFee until scheduleEOF is equal to 'Y'
               close scheduleFile
           end-if.

       loadOneFee.
           read scheduleFile
               at end move 'Y' to scheduleEOF
               not at end
                   if fsAmount is numeric and
                       scheduleCount is less than 200 then
                       add 1 to scheduleCount
                       move function upper-case(fsSchool)
                           to tblFeeSchool(scheduleCount)
                       move function upper-case(fsStatus)
                           to tblFeeStatus(scheduleCount)
                       move function upper-case(fsFeeCode)
                           to tblFeeCode(scheduleCount)
                       move function upper-case(fsFreq)
                           to tblFeeFreq(scheduleCount)
                       move fsAmount to tblFeeAmount(scheduleCount)
                   end-if
           end-read.

       chargeMonth.
           compute chargeDate = enteredMonth * 100 + 1.
           move zero to chargedCount.
           move zero to monthCharges.
           move zero to monthTotal.
           open input ledgerFile.
           if ledgerStatus is equal to "00" then
               move 'N' to ledgerEOF
               perform loadOneCharged until ledgerEOF is equal to 'Y'
               close ledgerFile
           else if ledgerStatus is equal to "05" then
               close ledgerFile
           end-if.
           open input masterFile.
           if masterStatus is not equal to "00" then
               display 'No existe data-master.dat.'
           else
               open extend ledgerFile
               move 'N' to masterEOF
               perform chargeOneStudent until masterEOF is equal to 'Y'
               close masterFile, ledgerFile
               move monthTotal to balanceDisplay
               display 'Cargos del mes: ' monthCharges
                   ' por ' balanceDisplay
           end-if.

       loadOneCharged.
           read ledgerFile
               at end move 'Y' to ledgerEOF
               not at end
                   if slType is equal to 'C' and
                       chargedCount is less than 20000 then
                       add 1 to chargedCount
                       move slStudId to tblChgStudId(chargedCount)
                       move slFeeCode to tblChgFeeCode(chargedCount)
                       move slPeriod to tblChgPeriod(chargedCount)
                   end-if
           end-read.

       chargeOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   if masterStatus2 is not equal to 'W' then
                       perform chargeOneFee
                           varying FI from 1 by 1
                           until FI is greater than scheduleCount
                   end-if
           end-read.

       chargeOneFee.
           if tblFeeSchool(FI) is equal to
               function upper-case(masterSchool) and
               tblFeeStatus(FI) is equal to masterStatus2 then
               move 'N' to alreadyCharged
               if chargedCount is greater than zero then
                   perform checkOneCharged
                       varying HI from 1 by 1
                       until HI is greater than chargedCount
                       or alreadyCharged is equal to 'Y'
               end-if
               if alreadyCharged is equal to 'N' then
                   move space to ledgerRecord
                   move masterIdNum to slStudId
                   move chargeDate to slDate
                   move 'C' to slType
                   move tblFeeCode(FI) to slFeeCode
                   move enteredMonth to slPeriod
                   move tblFeeAmount(FI) to slAmount
                   move function upper-case(masterSchool) to slSchool
                   write ledgerRecord
                   add 1 to chargesPosted
                   add 1 to monthCharges
                   add tblFeeAmount(FI) to monthTotal
               end-if
           end-if.

       checkOneCharged.
           if tblChgStudId(HI) is equal to masterIdNum and
               tblChgFeeCode(HI) is equal to tblFeeCode(FI) then
               if tblFeeFreq(FI) is not equal to 'M' or
                   tblChgPeriod(HI) is equal to enteredMonth then
                   move 'Y' to alreadyCharged
               end-if
           end-if.

       postPayment.
           perform promptStudentId.
           if enteredId is greater than zero then
               perform findStudent
               if studentFound is equal to 'N' then
                   display 'Alumno no existe: ' enteredId
               else
                   perform computeBalance
                   move studBalance to balanceDisplay
                   display studentName ' saldo actual: '
                       balanceDisplay
                   display 'Importe recibido:' with no advancing
                   accept enteredAmountX
                   move zero to enteredAmount
                   if function test-numval(enteredAmountX)
                       is equal to zero then
                       compute enteredAmount =
                           function numval(enteredAmountX)
                   end-if
                   if enteredAmount is equal to zero then
                       display 'Importe invalido.'
                   else
                       perform writeCashEntry
                       add 1 to paymentsPosted
                       subtract enteredAmount from studBalance
                       move studBalance to balanceDisplay
                       display 'Recibo ' receiptNum
                           ' nuevo saldo: ' balanceDisplay
                   end-if
               end-if
           end-if.

       writeCashEntry.
           perform getNextReceipt.
           open extend ledgerFile.
           move space to ledgerRecord.
           move enteredId to slStudId.
           move todayDate to slDate.
           move 'P' to slType.
           move todayDate(1:6) to slPeriod.
           move enteredAmount to slAmount.
           move receiptNum to slRef.
           move studentSchool to slSchool.
           write ledgerRecord.
           close ledgerFile.

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
           move nextSeq to receiptSeq.

       showBalance.
           perform promptStudentId.
           if enteredId is greater than zero then
               perform findStudent
               if studentFound is equal to 'N' then
                   display 'Alumno no existe: ' enteredId
               else
                   perform computeBalance
                   move studBalance to balanceDisplay
                   display studentName ' escuela ' studentSchool
                       ' saldo: ' balanceDisplay
               end-if
           end-if.

       promptStudentId.
           move zero to enteredId.
           display 'Id de alumno:' with no advancing.
           accept enteredIdX.
           if function test-numval(enteredIdX) is equal to zero then
               compute enteredId = function numval(enteredIdX)
           end-if.
           if enteredId is equal to zero then
               display 'Id invalido.'
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
                       move masterStudName to studentName
                       move function upper-case(masterSchool)
                           to studentSchool
                   end-if
           end-read.

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
