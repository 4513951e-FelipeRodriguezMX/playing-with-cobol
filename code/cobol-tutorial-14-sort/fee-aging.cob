       identification division.
       program-id. feeaging.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select ledgerFile assign to './stud-ledger.dat'
               organization  is line sequential
               file status is ledgerStatus.
           select sortWork assign to './feeaging.tmp'.
           select sortedLedger assign to './feeaging-sorted.tmp'
               organization  is line sequential.
           select agingOut assign to './FeeAging.dat'
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
       fd agingOut.
       01 printLine pic x(80).
       working-storage section.
       01 masterStatus pic xx.
       01 ledgerStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 sortedEOF pic x value 'N'.
       01 asOfParam pic x(8).
       01 asOfDate pic 9(8).
       01 currentStud pic 9(4).
       01 haveStud pic x value 'N'.
       01 studCredits pic 9(7)v99.
       01 openAmount pic 9(7)v99.
       01 daysOld pic s9(5).
       01 studIdx pic 9(4).
       01 overdueStudents pic 9(4) value zero.
       01 creditStudents pic 9(4) value zero.
       01 studBuckets.
           02 studCurrent pic 9(7)v99.
           02 stud31 pic 9(7)v99.
           02 stud61 pic 9(7)v99.
           02 stud91 pic 9(7)v99.
           02 studTotal pic 9(7)v99.
       01 totalBuckets.
           02 totCurrent pic 9(8)v99 value zero.
           02 tot31 pic 9(8)v99 value zero.
           02 tot61 pic 9(8)v99 value zero.
           02 tot91 pic 9(8)v99 value zero.
           02 totTotal pic 9(8)v99 value zero.
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
       01 debitCount pic 9(3) value zero.
       01 debitTable.
           02 debitEntry
               occurs 1 to 500 times
               depending on debitCount
               indexed by DI.
               03 tblDebitDate pic 9(8).
               03 tblDebitAmount pic 9(7)v99.
       01 reportHeading.
           02 filler pic x(34) value
               'Antiguedad de cuotas escolares al '.
           02 prnAsOf pic 9(8).
       01 columnHeading.
           02 filler pic x(40) value
               'Id   Nombre    Esc  0-30 dias      31-60'.
           02 filler pic x(33) value
               '      61-90  mas de 90      Total'.
       01 agingLine.
           02 prnStudId pic 9(4).
           02 filler pic x value space.
           02 prnStudName pic x(9).
           02 filler pic x value space.
           02 prnSchool pic x(3).
           02 prnWithdrawn pic x.
           02 prnCurrent pic zzz,zz9.99.
           02 filler pic x value space.
           02 prn31 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prn61 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prn91 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prnTotal pic zzz,zz9.99.
       01 totalLine.
           02 filler pic x(19) value 'Total'.
           02 prnTotCurrent pic zzz,zz9.99.
           02 filler pic x value space.
           02 prnTot31 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prnTot61 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prnTot91 pic zzz,zz9.99.
           02 filler pic x value space.
           02 prnTotTotal pic zzz,zz9.99.
       01 countLine.
           02 prnCountLabel pic x(34).
           02 prnCount pic zzz9.

       procedure division.
       mainPara.
           accept asOfParam from environment "AGING_DATE".
           if function test-numval(asOfParam) is equal to zero
               and asOfParam is not equal to space then
               compute asOfDate = function numval(asOfParam)
           else
               move function current-date(1:8) to asOfDate
           end-if.
           open input masterFile.
           if masterStatus is not equal to "00" then
               display 'No existe data-master.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneStudent until masterEOF is equal to 'Y'.
           close masterFile.
           open input ledgerFile.
           if ledgerStatus is not equal to "00" then
               display 'No existe stud-ledger.dat, nada que reportar.'
               stop run
           end-if.
           close ledgerFile.
           sort sortWork
               on ascending key workStudId, workDate
               using ledgerFile
               giving sortedLedger.
           open output agingOut.
           move asOfDate to prnAsOf.
           write printLine from reportHeading.
           move space to printLine.
           write printLine.
           write printLine from columnHeading.
           open input sortedLedger.
           perform readOneEntry until sortedEOF is equal to 'Y'.
           close sortedLedger.
           if haveStud is equal to 'Y' then
               perform closeStudent
           end-if.
           move space to printLine.
           write printLine.
           move totCurrent to prnTotCurrent.
           move tot31 to prnTot31.
           move tot61 to prnTot61.
           move tot91 to prnTot91.
           move totTotal to prnTotTotal.
           write printLine from totalLine.
           move 'Alumnos con saldo vencido' to prnCountLabel.
           move overdueStudents to prnCount.
           write printLine from countLine.
           move 'Alumnos con saldo a favor' to prnCountLabel.
           move creditStudents to prnCount.
           write printLine from countLine.
           close agingOut.
           display 'Alumnos con saldo vencido: ' overdueStudents.
           display 'Saldo total por cobrar:    ' totTotal.
           stop run.

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

       readOneEntry.
           read sortedLedger
               at end move 'Y' to sortedEOF
               not at end
                   if sortDate is not greater than asOfDate then
                       if haveStud is equal to 'N' or
                           sortStudId is not equal to currentStud then
                           if haveStud is equal to 'Y' then
                               perform closeStudent
                           end-if
                           move sortStudId to currentStud
                           move 'Y' to haveStud
                           move zero to studCredits
                           move zero to debitCount
                       end-if
                       perform takeOneEntry
                   end-if
           end-read.

       takeOneEntry.
           if sortType is equal to 'C' or sortType is equal to 'D'
               then
               if debitCount is less than 500 then
                   add 1 to debitCount
                   move sortDate to tblDebitDate(debitCount)
                   move sortAmount to tblDebitAmount(debitCount)
               end-if
           else
               add sortAmount to studCredits
           end-if.

       closeStudent.
           initialize studBuckets.
           if debitCount is greater than zero then
               perform ageOneDebit
                   varying DI from 1 by 1
                   until DI is greater than debitCount
           end-if.
           if studTotal is greater than zero then
               perform printStudent
           else if studCredits is greater than zero then
               add 1 to creditStudents
           end-if.

       ageOneDebit.
           if studCredits is not less than tblDebitAmount(DI) then
               subtract tblDebitAmount(DI) from studCredits
           else
               compute openAmount = tblDebitAmount(DI) - studCredits
               move zero to studCredits
               perform bucketOpenAmount
           end-if.

       bucketOpenAmount.
           compute daysOld =
               function integer-of-date(asOfDate) -
               function integer-of-date(tblDebitDate(DI)).
           if daysOld is greater than 90 then
               add openAmount to stud91
           else if daysOld is greater than 60 then
               add openAmount to stud61
           else if daysOld is greater than 30 then
               add openAmount to stud31
           else
               add openAmount to studCurrent.
           add openAmount to studTotal.

       printStudent.
           move currentStud to prnStudId.
           move space to prnStudName.
           move space to prnSchool.
           move space to prnWithdrawn.
           perform findStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           move studCurrent to prnCurrent.
           move stud31 to prn31.
           move stud61 to prn61.
           move stud91 to prn91.
           move studTotal to prnTotal.
           write printLine from agingLine.
           add studCurrent to totCurrent.
           add stud31 to tot31.
           add stud61 to tot61.
           add stud91 to tot91.
           add studTotal to totTotal.
           if studTotal is greater than studCurrent then
               add 1 to overdueStudents
           end-if.

       findStudent.
           if tblStudId(studIdx) is equal to currentStud then
               move tblStudName(studIdx) to prnStudName
               move tblStudSchool(studIdx) to prnSchool
               if tblStudStatus(studIdx) is equal to 'W' then
                   move '*' to prnWithdrawn
               end-if
           end-if.
