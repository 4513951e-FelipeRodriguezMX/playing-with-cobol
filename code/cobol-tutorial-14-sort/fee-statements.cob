       identification division.
       program-id. feestmt.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select ledgerFile assign to './stud-ledger.dat'
               organization  is line sequential
               file status is ledgerStatus.
           select scheduleFile assign to './fee-schedule.dat'
               organization  is line sequential
               file status is scheduleStatus.
           select sortWork assign to './feestmt.tmp'.
           select sortedLedger assign to './feestmt-sorted.tmp'
               organization  is line sequential.
           select statementOut assign to './FeeStatements.dat'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd ledgerFile.
       01 ledgerRecord pic x(49).
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
       sd sortWork.
       01 workLedger.
           02 workStudId pic 9(4).
           02 filler pic x.
           02 workDate pic 9(8).
           02 filler pic x(36).
       fd sortedLedger.
       01 sortedLedgerRecord.
           02 sortStudId pic 9(4).
           02 filler pic x.
           02 sortDate pic 9(8).
           02 filler pic x.
           02 sortType pic x.
           02 filler pic x.
           02 sortFeeCode pic x(4).
           02 filler pic x.
           02 sortPeriod pic x(6).
           02 filler pic x.
           02 sortAmount pic 9(6)v99.
           02 filler pic x.
           02 sortRef pic x(8).
           02 filler pic x.
           02 sortSchool pic x(3).
       fd statementOut.
       01 printLine pic x(70).
       working-storage section.
       01 masterStatus pic xx.
       01 ledgerStatus pic xx.
       01 scheduleStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 sortedEOF pic x.
       01 scheduleEOF pic x.
       01 wantedMonthParam pic x(6).
       01 wantedMonth pic 9(6).
       01 monthStart pic 9(8).
       01 monthEnd pic 9(8).
       01 priorBalance pic s9(7)v99.
       01 closingBalance pic s9(7)v99.
       01 signedAmount pic s9(7)v99.
       01 studIdx pic 9(4).
       01 statementsWritten pic 9(4) value zero.
       01 totalOwed pic s9(8)v99 value zero.
       01 totalDisplay pic -zzzzzzz9.99.
       01 studCount pic 9(4) value zero.
       01 studTable.
           02 studEntry
               occurs 1 to 9999 times
               depending on studCount
               indexed by SI.
               03 tblStudId pic 9(4).
               03 tblStudName pic x(9).
               03 tblStudSchool pic x(3).
               03 tblStudStatus pic x.
       01 feeCount pic 9(3) value zero.
       01 feeTable.
           02 feeEntry
               occurs 1 to 200 times
               depending on feeCount
               indexed by FI.
               03 tblFeeCode pic x(4).
               03 tblFeeDesc pic x(20).
       01 lineCount pic 9(3) value zero.
       01 lineTable.
           02 lineEntry
               occurs 1 to 500 times
               depending on lineCount
               indexed by LI.
               03 tblLineDate pic 9(8).
               03 tblLineType pic x.
               03 tblLineFee pic x(4).
               03 tblLineRef pic x(8).
               03 tblLineAmount pic s9(7)v99.
       01 pageSeparator pic x(70) value all '='.
       01 statementHeading.
           02 filler pic x(25) value 'Estado de cuenta del mes '.
           02 prnMonth pic 9(6).
       01 familyHeading.
           02 filler pic x(12) value 'Familia de: '.
           02 prnStudName pic x(9).
           02 filler pic x(10) value '  alumno: '.
           02 prnStudId pic 9(4).
           02 filler pic x(11) value '  escuela: '.
           02 prnSchool pic x(3).
           02 prnWithdrawn pic x(8).
       01 balanceLine.
           02 filler pic x(2) value space.
           02 prnBalanceLabel pic x(46).
           02 prnBalance pic -zzz,zz9.99.
       01 detailLine.
           02 filler pic x(2) value space.
           02 prnDate pic 9(8).
           02 filler pic x(2) value space.
           02 prnTypeLabel pic x(11).
           02 prnDesc pic x(25).
           02 prnAmount pic -zzz,zz9.99.

       procedure division.
       mainPara.
           accept wantedMonthParam from environment "STMT_MONTH".
           if function test-numval(wantedMonthParam) is equal to zero
               and wantedMonthParam is not equal to space then
               compute wantedMonth = function numval(wantedMonthParam)
           else
               move function current-date(1:6) to wantedMonth
           end-if.
           compute monthStart = wantedMonth * 100 + 1.
           compute monthEnd = wantedMonth * 100 + 31.
           perform loadStudents.
           if studCount is equal to zero then
               display 'No existe data-master.dat.'
               move 8 to return-code
               stop run
           end-if.
           open input ledgerFile.
           if ledgerStatus is not equal to "00" then
               display 'No existe stud-ledger.dat, nada que facturar.'
               stop run
           end-if.
           close ledgerFile.
           perform loadFees.
           sort sortWork
               on ascending key workStudId, workDate
               using ledgerFile
               giving sortedLedger.
           open output statementOut.
           perform printOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           close statementOut.
           move totalOwed to totalDisplay.
           display 'Estados de cuenta: ' statementsWritten.
           display 'Saldo total:       ' totalDisplay.
           stop run.

       loadStudents.
           open input masterFile.
           if masterStatus is equal to "00" then
               perform loadOneStudent until masterEOF is equal to 'Y'
               close masterFile
           end-if.

       loadOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   add 1 to studCount
                   move masterIdNum to tblStudId(studCount)
                   move masterStudName to tblStudName(studCount)
                   move masterSchool to tblStudSchool(studCount)
                   move masterStatus2 to tblStudStatus(studCount)
           end-read.

       loadFees.
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
                   if feeCount is less than 200 then
                       add 1 to feeCount
                       move function upper-case(fsFeeCode)
                           to tblFeeCode(feeCount)
                       move fsDesc to tblFeeDesc(feeCount)
                   end-if
           end-read.

       printOneStudent.
           move zero to priorBalance.
           move zero to lineCount.
           open input sortedLedger.
           move 'N' to sortedEOF.
           perform readOneEntry until sortedEOF is equal to 'Y'.
           close sortedLedger.
           compute closingBalance = priorBalance.
           if lineCount is greater than zero then
               perform addOneLine
                   varying LI from 1 by 1
                   until LI is greater than lineCount
           end-if.
           if lineCount is greater than zero or
               closingBalance is not equal to zero then
               perform printStatement
           end-if.

       readOneEntry.
           read sortedLedger
               at end move 'Y' to sortedEOF
               not at end
                   if sortStudId is equal to tblStudId(studIdx) and
                       sortDate is not greater than monthEnd then
                       perform takeOneEntry
                   end-if
           end-read.

       takeOneEntry.
           if sortType is equal to 'C' or sortType is equal to 'D'
               then
               move sortAmount to signedAmount
           else
               compute signedAmount = zero - sortAmount
           end-if.
           if sortDate is less than monthStart then
               add signedAmount to priorBalance
           else if lineCount is less than 500 then
               add 1 to lineCount
               move sortDate to tblLineDate(lineCount)
               move sortType to tblLineType(lineCount)
               move sortFeeCode to tblLineFee(lineCount)
               move sortRef to tblLineRef(lineCount)
               move signedAmount to tblLineAmount(lineCount)
           end-if.

       addOneLine.
           add tblLineAmount(LI) to closingBalance.

       printStatement.
           write printLine from pageSeparator.
           move wantedMonth to prnMonth.
           write printLine from statementHeading.
           move tblStudName(studIdx) to prnStudName.
           move tblStudId(studIdx) to prnStudId.
           move tblStudSchool(studIdx) to prnSchool.
           if tblStudStatus(studIdx) is equal to 'W' then
               move '  (baja)' to prnWithdrawn
           else
               move space to prnWithdrawn
           end-if.
           write printLine from familyHeading.
           move 'Saldo anterior' to prnBalanceLabel.
           move priorBalance to prnBalance.
           write printLine from balanceLine.
           if lineCount is greater than zero then
               perform printOneLine
                   varying LI from 1 by 1
                   until LI is greater than lineCount
           end-if.
           move 'Saldo al cierre' to prnBalanceLabel.
           move closingBalance to prnBalance.
           write printLine from balanceLine.
           if closingBalance is greater than zero then
               move '  Favor de liquidar el saldo en la caja escolar.'
                   to printLine
               write printLine
           end-if.
           add closingBalance to totalOwed.
           add 1 to statementsWritten.

       printOneLine.
           move tblLineDate(LI) to prnDate.
           move space to prnDesc.
           evaluate tblLineType(LI)
               when 'C'
                   move 'Cargo' to prnTypeLabel
                   move tblLineFee(LI) to prnDesc
                   if feeCount is greater than zero then
                       perform findFeeDesc
                           varying FI from 1 by 1
                           until FI is greater than feeCount
                   end-if
               when 'P'
                   move 'Pago' to prnTypeLabel
                   move tblLineRef(LI) to prnDesc
               when 'A'
                   move 'Condonado' to prnTypeLabel
                   move tblLineRef(LI) to prnDesc
               when 'D'
                   move 'Devolucion' to prnTypeLabel
                   move tblLineRef(LI) to prnDesc
               when other
                   move 'Otro' to prnTypeLabel
           end-evaluate.
           move tblLineAmount(LI) to prnAmount.
           write printLine from detailLine.

       findFeeDesc.
           if tblFeeCode(FI) is equal to tblLineFee(LI) then
               move tblFeeDesc(FI) to prnDesc
           end-if.
