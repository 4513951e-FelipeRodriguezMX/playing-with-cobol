       identification division.
       program-id. trunotice.
       environment division.
       input-output section.
       file-control.
           select attendFile assign to './attendance.dat'
               organization  is line sequential
               file status is attendStatus.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select parmFile assign to './att-parms.dat'
               organization  is line sequential
               file status is parmStatus.
           select guardianFile assign to './guardians.dat'
               organization  is line sequential
               file status is guardianStatus.
           select optional noticeLog assign to './notice-log.dat'
               organization  is line sequential
               file status is noticeStatus.
           select letterOut assign to './TruancyLetters.dat'
               organization  is line sequential.
       data division.
       file section.
       fd attendFile.
       01 attendRecord.
           02 atDate pic 9(8).
           02 filler pic x.
           02 atTerm pic x(5).
           02 filler pic x.
           02 atClass pic x(6).
           02 filler pic x.
           02 atStudId pic 9(4).
           02 filler pic x.
           02 atMark pic x.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd parmFile.
       01 parmRecord.
           02 parmWindowDays pic 9(3).
           02 filler pic x.
           02 parmThreshold pic 9(2).
       fd guardianFile.
       01 guardianRecord.
           02 gdStudId pic 9(4).
           02 filler pic x.
           02 gdSeq pic 9.
           02 filler pic x.
           02 gdPrimary pic x.
           02 filler pic x.
           02 gdRelation pic x(10).
           02 filler pic x.
           02 gdName pic x(25).
           02 filler pic x.
           02 gdAddress pic x(40).
           02 filler pic x.
           02 gdPhone pic x(15).
           02 filler pic x.
           02 gdEmail pic x(40).
       fd noticeLog.
       01 noticeRecord.
           02 nlDate pic 9(8).
           02 filler pic x.
           02 nlStudId pic 9(4).
           02 filler pic x.
           02 nlSchool pic x(3).
           02 filler pic x.
           02 nlLevel pic 9.
           02 filler pic x.
           02 nlAbsences pic 9(3).
           02 filler pic x.
           02 nlLastAbsence pic 9(8).
           02 filler pic x.
           02 nlGuardianSeq pic 9.
           02 filler pic x.
           02 nlGuardianName pic x(25).
       fd letterOut.
       01 letterLine pic x(70).
       working-storage section.
       01 attendStatus pic xx.
       01 masterStatus pic xx.
       01 parmStatus pic xx.
       01 guardianStatus pic xx.
       01 noticeStatus pic xx.
       01 attendEOF pic x value 'N'.
       01 masterEOF pic x value 'N'.
       01 guardianEOF pic x value 'N'.
       01 noticeEOF pic x value 'N'.
       01 dateParam pic x(8).
       01 asOfDate pic 9(8).
       01 windowDays pic 9(3) value 30.
       01 threshold pic 9(2) value 5.
       01 workInt pic 9(7).
       01 windowStart pic 9(8).
       01 flaggedCount pic 9(4) value zero.
       01 sentCount pic 9(4) value zero.
       01 suppressedCount pic 9(4) value zero.
       01 noGuardianCount pic 9(4) value zero.
       01 escalatedCount pic 9(4) value zero.
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
               03 tblAbsences pic 9(3).
               03 tblLastAbsence pic 9(8).
               03 tblNoticed pic 9(8).
               03 tblNotices pic 9.
               03 tblGuardSeq pic 9.
               03 tblGuardName pic x(25).
               03 tblGuardAddress pic x(40).
       01 studIdx pic 9(4).
       01 foundIdx pic 9(4).
       01 matchId pic 9(4).
       01 pageSeparator pic x(70) value all '='.
       01 letterDate.
           02 filler pic x(44) value space.
           02 filler pic x(7) value 'Fecha: '.
           02 lettDate pic 9(8).
       01 letterStudent.
           02 filler pic x(10) value 'Alumno:   '.
           02 lettStudName pic x(9).
           02 filler pic x(6) value '  Id: '.
           02 lettStudId pic 9(4).
           02 filler pic x(11) value '  escuela: '.
           02 lettSchool pic x(3).
       01 letterCount.
           02 filler pic x(32) value
               'Ausencias sin justificar en los '.
           02 lettWindow pic zz9.
           02 filler pic x(17) value ' dias anteriores:'.
           02 lettAbsences pic zz9.
       01 letterLast.
           02 filler pic x(32) value
               'Ultima ausencia registrada:     '.
           02 lettLast pic 9(8).
       01 letterLevel.
           02 filler pic x(14) value 'Aviso numero: '.
           02 lettLevel pic 9.

       procedure division.
       mainPara.
           accept dateParam from environment "TRU_DATE".
           if function test-numval(dateParam) is equal to zero and
               dateParam is not equal to space then
               compute asOfDate = function numval(dateParam)
           else
               move function current-date(1:8) to asOfDate
           end-if.
           perform loadParms.
           compute workInt =
               function integer-of-date(asOfDate) - windowDays.
           compute windowStart = function date-of-integer(workInt).
           open input masterFile.
           if masterStatus is not equal to "00" then
               display 'No existe data-master.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneStudent until masterEOF is equal to 'Y'.
           close masterFile.
           open input attendFile.
           if attendStatus is not equal to "00" then
               display 'No existe attendance.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform countOneAbsence until attendEOF is equal to 'Y'.
           close attendFile.
           open input guardianFile.
           if guardianStatus is not equal to "00" then
               display 'No existe guardians.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform takeOneGuardian until guardianEOF is equal to 'Y'.
           close guardianFile.
           perform loadNoticeLog.
           open output letterOut.
           open extend noticeLog.
           perform noticeOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           close letterOut, noticeLog.
           display 'Alumnos senalados:     ' flaggedCount.
           display 'Avisos enviados:       ' sentCount.
           display 'Avisos escalados:      ' escalatedCount.
           display 'Ya avisados:           ' suppressedCount.
           display 'Sin tutor principal:   ' noGuardianCount.
           if noGuardianCount is greater than zero then
               move 4 to return-code
           end-if.
           stop run.

       loadParms.
           open input parmFile.
           if parmStatus is equal to "00" then
               read parmFile
                   at end continue
                   not at end
                       if parmWindowDays is numeric and
                           parmWindowDays is greater than zero then
                           move parmWindowDays to windowDays
                       end-if
                       if parmThreshold is numeric and
                           parmThreshold is greater than zero then
                           move parmThreshold to threshold
                       end-if
               end-read
               close parmFile
           end-if.

       loadOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   add 1 to studCount
                   move masterIdNum to tblStudId(studCount)
                   move masterStudName to tblStudName(studCount)
                   move function upper-case(masterSchool)
                       to tblStudSchool(studCount)
                   move masterStatus2 to tblStudStatus(studCount)
                   move zero to tblAbsences(studCount)
                   move zero to tblLastAbsence(studCount)
                   move zero to tblNoticed(studCount)
                   move zero to tblNotices(studCount)
                   move zero to tblGuardSeq(studCount)
           end-read.

       findStudent.
           move zero to foundIdx.
           perform matchOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount
               or foundIdx is greater than zero.

       matchOneStudent.
           if tblStudId(studIdx) is equal to matchId then
               move studIdx to foundIdx
           end-if.

       countOneAbsence.
           read attendFile
               at end move 'Y' to attendEOF
               not at end
                   if atMark is equal to 'A' and
                       atDate is not less than windowStart and
                       atDate is not greater than asOfDate then
                       move atStudId to matchId
                       perform findStudent
                       if foundIdx is greater than zero then
                           perform addOneAbsence
                       end-if
                   end-if
           end-read.

       addOneAbsence.
           add 1 to tblAbsences(foundIdx).
           if atDate is greater than tblLastAbsence(foundIdx) then
               move atDate to tblLastAbsence(foundIdx)
           end-if.

       takeOneGuardian.
           read guardianFile
               at end move 'Y' to guardianEOF
               not at end
                   if gdPrimary is equal to 'Y' then
                       move gdStudId to matchId
                       perform findStudent
                       if foundIdx is greater than zero then
                           move gdSeq to tblGuardSeq(foundIdx)
                           move gdName to tblGuardName(foundIdx)
                           move gdAddress to tblGuardAddress(foundIdx)
                       end-if
                   end-if
           end-read.

       loadNoticeLog.
           open input noticeLog.
           if noticeStatus is equal to "00" then
               perform takeOneNotice until noticeEOF is equal to 'Y'
               close noticeLog
           else if noticeStatus is equal to "05" then
               close noticeLog
           end-if.

       takeOneNotice.
           read noticeLog
               at end move 'Y' to noticeEOF
               not at end
                   move nlStudId to matchId
                   perform findStudent
                   if foundIdx is greater than zero then
                       perform takeNoticeForStudent
                   end-if
           end-read.

       takeNoticeForStudent.
           if nlLastAbsence is greater than tblNoticed(foundIdx) then
               move nlLastAbsence to tblNoticed(foundIdx)
           end-if.
           if nlDate is not less than windowStart and
               tblNotices(foundIdx) is less than 9 then
               add 1 to tblNotices(foundIdx)
           end-if.

       noticeOneStudent.
           if tblAbsences(studIdx) is not less than threshold and
               tblStudStatus(studIdx) is not equal to 'W' then
               add 1 to flaggedCount
               if tblNoticed(studIdx) is not less than
                   tblLastAbsence(studIdx) then
                   add 1 to suppressedCount
               else if tblGuardSeq(studIdx) is equal to zero then
                   add 1 to noGuardianCount
                   display 'Sin tutor principal: ' tblStudId(studIdx)
                       ' ' tblStudName(studIdx)
               else
                   perform sendNotice
               end-if
           end-if.

       sendNotice.
           add 1 to tblNotices(studIdx).
           if tblNotices(studIdx) is greater than 1 then
               add 1 to escalatedCount
           end-if.
           perform writeLetter.
           move space to noticeRecord.
           move asOfDate to nlDate.
           move tblStudId(studIdx) to nlStudId.
           move tblStudSchool(studIdx) to nlSchool.
           move tblNotices(studIdx) to nlLevel.
           move tblAbsences(studIdx) to nlAbsences.
           move tblLastAbsence(studIdx) to nlLastAbsence.
           move tblGuardSeq(studIdx) to nlGuardianSeq.
           move tblGuardName(studIdx) to nlGuardianName.
           write noticeRecord.
           add 1 to sentCount.

       writeLetter.
           write letterLine from pageSeparator.
           move asOfDate to lettDate.
           write letterLine from letterDate.
           move tblGuardName(studIdx) to letterLine.
           write letterLine.
           move tblGuardAddress(studIdx) to letterLine.
           write letterLine.
           move space to letterLine.
           write letterLine.
           move tblStudName(studIdx) to lettStudName.
           move tblStudId(studIdx) to lettStudId.
           move tblStudSchool(studIdx) to lettSchool.
           write letterLine from letterStudent.
           move space to letterLine.
           write letterLine.
           move 'Le informamos que su hijo(a) ha faltado a clases sin'
               to letterLine.
           write letterLine.
           move 'justificacion con mayor frecuencia de la permitida.'
               to letterLine.
           write letterLine.
           move space to letterLine.
           write letterLine.
           move windowDays to lettWindow.
           move tblAbsences(studIdx) to lettAbsences.
           write letterLine from letterCount.
           move tblLastAbsence(studIdx) to lettLast.
           write letterLine from letterLast.
           move tblNotices(studIdx) to lettLevel.
           write letterLine from letterLevel.
           move space to letterLine.
           write letterLine.
           if tblNotices(studIdx) is equal to 1 then
               move 'Le pedimos comunicarse con la escuela para'
                   to letterLine
               write letterLine
               move 'justificar las faltas.' to letterLine
               write letterLine
           else
               move 'Este es un aviso reiterado. Le citamos a una'
                   to letterLine
               write letterLine
               move 'entrevista con la direccion en los proximos'
                   to letterLine
               write letterLine
               move 'cinco dias habiles.' to letterLine
               write letterLine
           end-if.
           move space to letterLine.
           write letterLine.
           move 'Atentamente,' to letterLine.
           write letterLine.
           move 'La Direccion Escolar' to letterLine.
           write letterLine.
