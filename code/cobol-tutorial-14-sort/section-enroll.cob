       identification division.
       program-id. secenroll.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select sectionFile assign to './sections.dat'
               organization  is line sequential
               file status is sectionStatus.
           select optional sectEnrollFile
               assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
           select enrollCopy assign to './sect-enroll-copy.tmp'
               organization  is line sequential.
           select enrollJournal assign to './enroll-journal.dat'
               organization  is line sequential
               file status is journalStatus.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd sectionFile.
       01 sectionRecord.
           02 secTerm pic x(5).
           02 filler pic x.
           02 secCourse pic x(6).
           02 filler pic x.
           02 secSection pic x(2).
           02 filler pic x.
           02 secTeacher pic x(4).
           02 filler pic x.
           02 secRoom pic x(4).
           02 filler pic x.
           02 secPeriod pic x(2).
           02 filler pic x.
           02 secCapacity pic 9(3).
       fd sectEnrollFile.
       01 sectEnrollRecord.
           02 seTerm pic x(5).
           02 filler pic x.
           02 seCourse pic x(6).
           02 filler pic x.
           02 seSection pic x(2).
           02 filler pic x.
           02 seStudId pic 9(4).
       fd enrollCopy.
       01 enrollCopyRecord pic x(20).
       fd enrollJournal.
       01 enrollJournalRecord pic x(60).
       working-storage section.
       01 masterStatus pic xx.
       01 sectionStatus pic xx.
       01 enrollStatus pic xx.
       01 journalStatus pic xx.
       01 masterEOF pic x.
       01 sectionEOF pic x.
       01 enrollEOF pic x.
       01 copyEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 choice pic 9.
       01 enteredTerm pic x(5).
       01 enteredCourse pic x(6).
       01 enteredSection pic x(2).
       01 enteredIdX pic x(4).
       01 enteredId pic 9(4).
       01 studentFound pic x.
       01 studentName pic x(9).
       01 sectionFound pic x.
       01 sectionCapacity pic 9(3).
       01 seatsTaken pic 9(3).
       01 alreadyIn pic x.
       01 alreadySection pic x(2).
       01 dropFound pic x.
       01 changesMade pic 9(3) value zero.
       01 journalLine.
           02 jrnTimestamp pic x(14).
           02 filler pic x value space.
           02 jrnAction pic x(8).
           02 filler pic x value space.
           02 jrnStudId pic 9(4).
           02 filler pic x value space.
           02 jrnBefore.
               03 jrnCourse pic x(6).
               03 filler pic x value space.
               03 jrnSection pic x(2).
           02 filler pic x value space.
           02 jrnAfter pic x(9).
           02 filler pic x value space.
           02 jrnTerm pic x(5).

       procedure division.
       mainPara.
           perform menuLoop until stayOpen is equal to 'N'.
           display 'Movimientos de inscripcion: ' changesMade.
           stop run.

       menuLoop.
           display ' '
           display 'Inscripcion a secciones'
           display '1 : Inscribir alumno en seccion'
           display '2 : Dar de baja de la seccion'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
           evaluate choice
               when 1 perform enrollInSection
               when 2 perform dropFromSection
               when other move 'N' to stayOpen
           end-evaluate.

       captureSectionKey.
           display 'Periodo (p.ej. 2026A):' with no advancing.
           accept enteredTerm.
           display 'Curso (6 letras):' with no advancing.
           accept enteredCourse.
           move function upper-case(enteredCourse) to enteredCourse.
           display 'Seccion (2 letras):' with no advancing.
           accept enteredSection.
           move function upper-case(enteredSection) to enteredSection.
           move zero to enteredId.
           display 'Id de alumno:' with no advancing.
           accept enteredIdX.
           if function test-numval(enteredIdX) is equal to zero then
               compute enteredId = function numval(enteredIdX)
           end-if.

       enrollInSection.
           perform captureSectionKey.
           perform findSection.
           perform findStudent.
           perform countSeatsTaken.
           if sectionFound is equal to 'N' then
               display 'Seccion no existe en el periodo: '
                   enteredCourse ' ' enteredSection
           else if studentFound is equal to 'N' then
               display 'Alumno no existe: ' enteredId
           else if studentFound is equal to 'W' then
               display 'Alumno dado de baja: ' enteredId
           else if alreadyIn is equal to 'Y' then
               display 'Alumno ya inscrito en la seccion '
                   alreadySection ' de ' enteredCourse
           else if seatsTaken is not less than sectionCapacity then
               display 'Seccion llena, cupo de ' sectionCapacity
           else
               open extend sectEnrollFile
               move space to sectEnrollRecord
               move enteredTerm to seTerm
               move enteredCourse to seCourse
               move enteredSection to seSection
               move enteredId to seStudId
               write sectEnrollRecord
               close sectEnrollFile
               move 'SECCION' to jrnAction
               move studentName to jrnAfter
               perform writeJournal
               add 1 to changesMade
               add 1 to seatsTaken
               display 'Inscrito. Lugares ocupados: ' seatsTaken
                   ' de ' sectionCapacity
           end-if.

       findSection.
           move 'N' to sectionFound.
           move zero to sectionCapacity.
           open input sectionFile.
           if sectionStatus is equal to "00" then
               move 'N' to sectionEOF
               perform matchOneSection
                   until sectionEOF is equal to 'Y'
               close sectionFile
           end-if.

       matchOneSection.
           read sectionFile
               at end move 'Y' to sectionEOF
               not at end
                   if secTerm is equal to enteredTerm and
                       function upper-case(secCourse) is equal to
                           enteredCourse and
                       function upper-case(secSection) is equal to
                           enteredSection then
                       move 'Y' to sectionFound
                       move secCapacity to sectionCapacity
                   end-if
           end-read.

       findStudent.
           move 'N' to studentFound.
           move space to studentName.
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
                       move masterStudName to studentName
                       if masterStatus2 is equal to 'W' then
                           move 'W' to studentFound
                       else
                           move 'Y' to studentFound
                       end-if
                   end-if
           end-read.

       countSeatsTaken.
           move zero to seatsTaken.
           move 'N' to alreadyIn.
           move space to alreadySection.
           open input sectEnrollFile.
           if enrollStatus is equal to "00" then
               move 'N' to enrollEOF
               perform countOneSeat until enrollEOF is equal to 'Y'
               close sectEnrollFile
           else if enrollStatus is equal to "05" then
               close sectEnrollFile
           end-if.

       countOneSeat.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to enteredTerm and
                       function upper-case(seCourse) is equal to
                           enteredCourse then
                       if function upper-case(seSection) is equal to
                           enteredSection then
                           add 1 to seatsTaken
                       end-if
                       if seStudId is equal to enteredId then
                           move 'Y' to alreadyIn
                           move seSection to alreadySection
                       end-if
                   end-if
           end-read.

       dropFromSection.
           perform captureSectionKey.
           move 'N' to dropFound.
           open input sectEnrollFile.
           if enrollStatus is equal to "05" then
               close sectEnrollFile
               display 'No existe sect-enroll.dat.'
           else if enrollStatus is not equal to "00" then
               display 'No existe sect-enroll.dat.'
           else
               open output enrollCopy
               move 'N' to enrollEOF
               perform copyOneEnrollment until enrollEOF is equal to 'Y'
               close sectEnrollFile, enrollCopy
               if dropFound is equal to 'N' then
                   display 'Alumno no inscrito en esa seccion.'
               else
                   perform rewriteEnrollments
                   perform findStudent
                   move 'BAJASEC' to jrnAction
                   move studentName to jrnAfter
                   perform writeJournal
                   add 1 to changesMade
                   display 'Baja de la seccion registrada.'
               end-if
           end-if.

       copyOneEnrollment.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to enteredTerm and
                       function upper-case(seCourse) is equal to
                           enteredCourse and
                       function upper-case(seSection) is equal to
                           enteredSection and
                       seStudId is equal to enteredId then
                       move 'Y' to dropFound
                   else
                       write enrollCopyRecord from sectEnrollRecord
                   end-if
           end-read.

       rewriteEnrollments.
           move 'N' to copyEOF.
           open input enrollCopy.
           open output sectEnrollFile.
           perform reloadOneEnrollment until copyEOF is equal to 'Y'.
           close enrollCopy, sectEnrollFile.

       reloadOneEnrollment.
           read enrollCopy
               at end move 'Y' to copyEOF
               not at end write sectEnrollRecord from enrollCopyRecord
           end-read.

       writeJournal.
           move function current-date(1:14) to jrnTimestamp.
           move enteredId to jrnStudId.
           move enteredTerm to jrnTerm.
           move enteredCourse to jrnCourse.
           move enteredSection to jrnSection.
           open extend enrollJournal.
           if journalStatus is equal to "00" or
               journalStatus is equal to "05" then
               write enrollJournalRecord from journalLine
               close enrollJournal
           end-if.
