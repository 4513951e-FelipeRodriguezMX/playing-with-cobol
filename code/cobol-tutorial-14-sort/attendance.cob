           select attendFile assign to './attendance.dat'
               organization  is line sequential
               file status is attendStatus.
           select sectionFile assign to './sections.dat'
               organization  is line sequential
               file status is sectionStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
       data division.
       file section.
       fd masterFile.
           02 masterStatus2 pic x.
       fd attendFile.
       01 attendRecord pic x(28).
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
       working-storage section.
       01 masterStatus pic xx.
       01 attendStatus pic xx.
       01 sectionStatus pic xx.
       01 enrollStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 sectionEOF pic x.
       01 enrollEOF pic x.
       01 moreMarks pic x value 'S'.
       01 sessionDateX pic x(8).
       01 sessionDate pic 9(8).
       01 sessionTerm pic x(5).
       01 sessionClass pic x(6).
       01 sessionSection pic x(2).
       01 sectionsAvailable pic x value 'N'.
       01 sectionFound pic x value 'N'.
       01 enteredIdX pic x(4).
       01 enteredId pic 9(4).
       01 enteredMark pic x.
               indexed by TI.
               03 knownId pic 9(4).
               03 knownStatus pic x.
       01 sectStudCount pic 9(4) value zero.
       01 sectStudTable.
           02 sectStudEntry
               occurs 1 to 999 times
               depending on sectStudCount
               indexed by EI.
               03 sectStudId pic 9(4).
       01 attendLine.
           02 atDate pic 9(8).
           02 filler pic x value space.
           accept sessionTerm.
           display 'Clase (6 letras):' with no advancing.
           accept sessionClass.
           move function upper-case(sessionClass) to sessionClass.
           display 'Seccion (2 letras):' with no advancing.
           accept sessionSection.
           move function upper-case(sessionSection) to sessionSection.
           if sessionDate is equal to zero or
               sessionTerm is equal to space or
               sessionClass is equal to space then
               move 8 to return-code
               stop run
           end-if.
           perform loadSection.
           if sectionsAvailable is equal to 'Y' and
               sectionFound is equal to 'N' then
               display 'Seccion no existe en el periodo: '
                   sessionClass ' ' sessionSection
               move 8 to return-code
               stop run
           end-if.
           open extend attendFile.
           perform captureOneMark
               until moreMarks is not equal to 'S' and
               display 'Alumno no existe: ' enteredId
           else if studentFound is equal to 'W' then
               display 'Alumno dado de baja: ' enteredId
           else if studentFound is equal to 'S' then
               display 'Alumno no inscrito en la seccion: ' enteredId
           else
               display 'Marca (P=presente A=ausente T=tarde):'
                   with no advancing
                   move 'W' to studentFound
               else
                   move 'Y' to studentFound
                   perform checkSectionStudent
               end-if
           end-if.

       checkSectionStudent.
           if sectionsAvailable is equal to 'Y' then
               move 'S' to studentFound
               if sectStudCount is greater than zero then
                   perform checkOneSectionStudent
                       varying EI from 1 by 1
                       until EI is greater than sectStudCount
                       or studentFound is equal to 'Y'
               end-if
           end-if.

       checkOneSectionStudent.
           if sectStudId(EI) is equal to enteredId then
               move 'Y' to studentFound
           end-if.

       loadSection.
           open input sectionFile.
           if sectionStatus is equal to "00" then
               move 'Y' to sectionsAvailable
               move 'N' to sectionEOF
               perform matchOneSection until sectionEOF is equal to 'Y'
               close sectionFile
               open input sectEnrollFile
               if enrollStatus is equal to "00" then
                   move 'N' to enrollEOF
                   perform loadOneSectionStudent
                       until enrollEOF is equal to 'Y'
                   close sectEnrollFile
               end-if
           end-if.

       matchOneSection.
           read sectionFile
               at end move 'Y' to sectionEOF
               not at end
                   if secTerm is equal to sessionTerm and
                       function upper-case(secCourse) is equal to
                           sessionClass and
                       function upper-case(secSection) is equal to
                           sessionSection then
                       move 'Y' to sectionFound
                   end-if
           end-read.

       loadOneSectionStudent.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to sessionTerm and
                       function upper-case(seCourse) is equal to
                           sessionClass and
                       function upper-case(seSection) is equal to
                           sessionSection and
                       sectStudCount is less than 999 then
                       add 1 to sectStudCount
                       move seStudId to sectStudId(sectStudCount)
                   end-if
           end-read.
