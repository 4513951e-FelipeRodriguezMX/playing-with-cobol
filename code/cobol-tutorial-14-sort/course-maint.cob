       identification division.
       program-id. coursemaint.
       environment division.
       input-output section.
       file-control.
           select courseFile assign to './courses.dat'
               organization  is line sequential
               file status is courseStatus.
           select sectionFile assign to './sections.dat'
               organization  is line sequential
               file status is sectionStatus.
           select teacherFile assign to './teachers.dat'
               organization  is line sequential
               file status is teacherStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
       data division.
       file section.
       fd courseFile.
       01 courseRecord.
           02 courseCode pic x(6).
           02 filler pic x.
           02 courseTitle pic x(30).
           02 filler pic x.
           02 courseCredits pic 9(2).
           02 filler pic x.
           02 courseSchool pic x(3).
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
       fd teacherFile.
       01 teacherRecord.
           02 teacherCode pic x(4).
           02 filler pic x.
           02 teacherName pic x(20).
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
       01 courseStatus pic xx.
       01 sectionStatus pic xx.
       01 teacherStatus pic xx.
       01 enrollStatus pic xx.
       01 courseEOF pic x.
       01 sectionEOF pic x.
       01 teacherEOF pic x.
       01 enrollEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 choice pic 9.
       01 enteredCourse pic x(6).
       01 enteredTitle pic x(30).
       01 enteredCreditsX pic x(2).
       01 enteredCredits pic 9(2).
       01 enteredSchool pic x(3).
       01 enteredTerm pic x(5).
       01 enteredSection pic x(2).
       01 enteredTeacher pic x(4).
       01 enteredRoom pic x(4).
       01 enteredPeriod pic x(2).
       01 enteredCapacityX pic x(3).
       01 enteredCapacity pic 9(3).
       01 courseFoundIdx pic 9(4).
       01 sectionFoundIdx pic 9(4).
       01 teacherFound pic x.
       01 foundTeacherName pic x(20).
       01 seatsTaken pic 9(3).
       01 changesMade pic 9(3) value zero.
       01 courseCount pic 9(4) value zero.
       01 courseTable.
           02 courseEntry
               occurs 1 to 999 times
               depending on courseCount
               indexed by CI.
               03 tblCourseCode pic x(6).
               03 tblCourseTitle pic x(30).
               03 tblCourseCredits pic 9(2).
               03 tblCourseSchool pic x(3).
       01 sectionCount pic 9(4) value zero.
       01 sectionTable.
           02 sectionEntry
               occurs 1 to 2000 times
               depending on sectionCount
               indexed by XI.
               03 tblSecTerm pic x(5).
               03 tblSecCourse pic x(6).
               03 tblSecSection pic x(2).
               03 tblSecTeacher pic x(4).
               03 tblSecRoom pic x(4).
               03 tblSecPeriod pic x(2).
               03 tblSecCapacity pic 9(3).
       01 sectionLine.
           02 prnSecCourse pic x(6).
           02 filler pic x value space.
           02 prnSecSection pic x(2).
           02 filler pic x value space.
           02 prnSecTeacher pic x(20).
           02 filler pic x value space.
           02 prnSecRoom pic x(4).
           02 filler pic x value space.
           02 prnSecPeriod pic x(2).
           02 filler pic x value space.
           02 prnSecTaken pic zz9.
           02 filler pic x value '/'.
           02 prnSecCapacity pic zz9.

       procedure division.
       mainPara.
           perform loadCourses.
           perform loadSections.
           perform menuLoop until stayOpen is equal to 'N'.
           display 'Cambios al catalogo: ' changesMade.
           stop run.

       menuLoop.
           display ' '
           display 'Catalogo de cursos y secciones'
           display '1 : Alta o cambio de curso'
           display '2 : Alta o cambio de seccion'
           display '3 : Secciones de un periodo'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
           evaluate choice
               when 1 perform maintainCourse
               when 2 perform maintainSection
               when 3 perform listSections
               when other move 'N' to stayOpen
           end-evaluate.

       loadCourses.
           open input courseFile.
           if courseStatus is equal to "00" then
               move 'N' to courseEOF
               perform loadOneCourse until courseEOF is equal to 'Y'
               close courseFile
           end-if.

       loadOneCourse.
           read courseFile
               at end move 'Y' to courseEOF
               not at end
                   if courseCode is not equal to space and
                       courseCount is less than 999 then
                       add 1 to courseCount
                       move function upper-case(courseCode)
                           to tblCourseCode(courseCount)
                       move courseTitle to tblCourseTitle(courseCount)
                       move courseCredits
                           to tblCourseCredits(courseCount)
                       move courseSchool to tblCourseSchool(courseCount)
                   end-if
           end-read.

       loadSections.
           open input sectionFile.
           if sectionStatus is equal to "00" then
               move 'N' to sectionEOF
               perform loadOneSection until sectionEOF is equal to 'Y'
               close sectionFile
           end-if.

       loadOneSection.
           read sectionFile
               at end move 'Y' to sectionEOF
               not at end
                   if secCourse is not equal to space and
                       sectionCount is less than 2000 then
                       add 1 to sectionCount
                       move secTerm to tblSecTerm(sectionCount)
                       move function upper-case(secCourse)
                           to tblSecCourse(sectionCount)
                       move secSection to tblSecSection(sectionCount)
                       move secTeacher to tblSecTeacher(sectionCount)
                       move secRoom to tblSecRoom(sectionCount)
                       move secPeriod to tblSecPeriod(sectionCount)
                       move secCapacity to tblSecCapacity(sectionCount)
                   end-if
           end-read.

       maintainCourse.
           display 'Clave del curso (6 letras):' with no advancing.
           accept enteredCourse.
           move function upper-case(enteredCourse) to enteredCourse.
           display 'Titulo:' with no advancing.
           accept enteredTitle.
           display 'Creditos:' with no advancing.
           accept enteredCreditsX.
           display 'Escuela (3 letras):' with no advancing.
           accept enteredSchool.
           move function upper-case(enteredSchool) to enteredSchool.
           move zero to enteredCredits.
           if function test-numval(enteredCreditsX) is equal to zero
               then
               compute enteredCredits =
                   function numval(enteredCreditsX)
           end-if.
           if enteredCourse is equal to space or
               enteredTitle is equal to space or
               enteredSchool is equal to space or
               enteredCredits is equal to zero then
               display 'Clave, titulo, creditos o escuela invalida.'
           else
               perform findCourse
               if courseFoundIdx is equal to zero and
                   courseCount is not less than 999 then
                   display 'Catalogo lleno.'
               else
                   if courseFoundIdx is equal to zero then
                       add 1 to courseCount
                       move courseCount to courseFoundIdx
                       display 'Curso nuevo: ' enteredCourse
                   else
                       display 'Curso actualizado: ' enteredCourse
                   end-if
                   move enteredCourse to tblCourseCode(courseFoundIdx)
                   move enteredTitle to tblCourseTitle(courseFoundIdx)
                   move enteredCredits
                       to tblCourseCredits(courseFoundIdx)
                   move enteredSchool
                       to tblCourseSchool(courseFoundIdx)
                   perform saveCourses
                   add 1 to changesMade
               end-if
           end-if.

       findCourse.
           move zero to courseFoundIdx.
           if courseCount is greater than zero then
               perform checkOneCourse
                   varying CI from 1 by 1
                   until CI is greater than courseCount
                   or courseFoundIdx is greater than zero
           end-if.

       checkOneCourse.
           if tblCourseCode(CI) is equal to enteredCourse then
               set courseFoundIdx to CI
           end-if.

       saveCourses.
           open output courseFile.
           perform saveOneCourse
               varying CI from 1 by 1
               until CI is greater than courseCount.
           close courseFile.

       saveOneCourse.
           move space to courseRecord.
           move tblCourseCode(CI) to courseCode.
           move tblCourseTitle(CI) to courseTitle.
           move tblCourseCredits(CI) to courseCredits.
           move tblCourseSchool(CI) to courseSchool.
           write courseRecord.

       maintainSection.
           display 'Periodo (p.ej. 2026A):' with no advancing.
           accept enteredTerm.
           display 'Curso (6 letras):' with no advancing.
           accept enteredCourse.
           move function upper-case(enteredCourse) to enteredCourse.
           display 'Seccion (2 letras):' with no advancing.
           accept enteredSection.
           move function upper-case(enteredSection) to enteredSection.
           perform findCourse.
           if enteredTerm is equal to space or
               enteredSection is equal to space then
               display 'Periodo o seccion invalida.'
           else if courseFoundIdx is equal to zero then
               display 'Curso no existe en el catalogo: '
                   enteredCourse
           else
               perform captureSectionData
           end-if.

       captureSectionData.
           display 'Clave del maestro:' with no advancing.
           accept enteredTeacher.
           move function upper-case(enteredTeacher) to enteredTeacher.
           display 'Salon:' with no advancing.
           accept enteredRoom.
           move function upper-case(enteredRoom) to enteredRoom.
           display 'Hora (2 letras):' with no advancing.
           accept enteredPeriod.
           display 'Cupo:' with no advancing.
           accept enteredCapacityX.
           move zero to enteredCapacity.
           if function test-numval(enteredCapacityX) is equal to zero
               then
               compute enteredCapacity =
                   function numval(enteredCapacityX)
           end-if.
           perform findTeacher.
           perform findSection.
           perform countSeatsTaken.
           if teacherFound is equal to 'N' then
               display 'Maestro no existe en teachers.dat: '
                   enteredTeacher
           else if enteredCapacity is equal to zero then
               display 'Cupo invalido.'
           else if enteredCapacity is less than seatsTaken then
               display 'El cupo es menor a los ' seatsTaken
                   ' alumnos inscritos.'
           else if sectionFoundIdx is equal to zero and
               sectionCount is not less than 2000 then
               display 'Archivo de secciones lleno.'
           else
               if sectionFoundIdx is equal to zero then
                   add 1 to sectionCount
                   move sectionCount to sectionFoundIdx
                   display 'Seccion nueva, maestro '
                       foundTeacherName
               else
                   display 'Seccion actualizada, maestro '
                       foundTeacherName
               end-if
               move enteredTerm to tblSecTerm(sectionFoundIdx)
               move enteredCourse to tblSecCourse(sectionFoundIdx)
               move enteredSection to tblSecSection(sectionFoundIdx)
               move enteredTeacher to tblSecTeacher(sectionFoundIdx)
               move enteredRoom to tblSecRoom(sectionFoundIdx)
               move enteredPeriod to tblSecPeriod(sectionFoundIdx)
               move enteredCapacity
                   to tblSecCapacity(sectionFoundIdx)
               perform saveSections
               add 1 to changesMade
           end-if.

       findTeacher.
           move 'N' to teacherFound.
           move space to foundTeacherName.
           open input teacherFile.
           if teacherStatus is equal to "00" then
               move 'N' to teacherEOF
               perform matchOneTeacher
                   until teacherEOF is equal to 'Y'
               close teacherFile
           end-if.

       matchOneTeacher.
           read teacherFile
               at end move 'Y' to teacherEOF
               not at end
                   if function upper-case(teacherCode) is equal to
                       enteredTeacher and
                       enteredTeacher is not equal to space then
                       move 'Y' to teacherFound
                       move teacherName to foundTeacherName
                   end-if
           end-read.

       findSection.
           move zero to sectionFoundIdx.
           if sectionCount is greater than zero then
               perform checkOneSection
                   varying XI from 1 by 1
                   until XI is greater than sectionCount
                   or sectionFoundIdx is greater than zero
           end-if.

       checkOneSection.
           if tblSecTerm(XI) is equal to enteredTerm and
               tblSecCourse(XI) is equal to enteredCourse and
               tblSecSection(XI) is equal to enteredSection then
               set sectionFoundIdx to XI
           end-if.

       countSeatsTaken.
           move zero to seatsTaken.
           open input sectEnrollFile.
           if enrollStatus is equal to "00" then
               move 'N' to enrollEOF
               perform countOneSeat until enrollEOF is equal to 'Y'
               close sectEnrollFile
           end-if.

       countOneSeat.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to enteredTerm and
                       function upper-case(seCourse) is equal to
                           enteredCourse and
                       function upper-case(seSection) is equal to
                           enteredSection then
                       add 1 to seatsTaken
                   end-if
           end-read.

       saveSections.
           open output sectionFile.
           perform saveOneSection
               varying XI from 1 by 1
               until XI is greater than sectionCount.
           close sectionFile.

       saveOneSection.
           move space to sectionRecord.
           move tblSecTerm(XI) to secTerm.
           move tblSecCourse(XI) to secCourse.
           move tblSecSection(XI) to secSection.
           move tblSecTeacher(XI) to secTeacher.
           move tblSecRoom(XI) to secRoom.
           move tblSecPeriod(XI) to secPeriod.
           move tblSecCapacity(XI) to secCapacity.
           write sectionRecord.

       listSections.
           display 'Periodo (p.ej. 2026A):' with no advancing.
           accept enteredTerm.
           display 'Curso  Sc Maestro              Salon Hr Cupo'.
           if sectionCount is greater than zero then
               perform listOneSection
                   varying XI from 1 by 1
                   until XI is greater than sectionCount
           end-if.

       listOneSection.
           if tblSecTerm(XI) is equal to enteredTerm then
               move tblSecCourse(XI) to enteredCourse
               move tblSecSection(XI) to enteredSection
               move tblSecTeacher(XI) to enteredTeacher
               perform findTeacher
               perform countSeatsTaken
               move tblSecCourse(XI) to prnSecCourse
               move tblSecSection(XI) to prnSecSection
               if teacherFound is equal to 'Y' then
                   move foundTeacherName to prnSecTeacher
               else
                   move tblSecTeacher(XI) to prnSecTeacher
               end-if
               move tblSecRoom(XI) to prnSecRoom
               move tblSecPeriod(XI) to prnSecPeriod
               move seatsTaken to prnSecTaken
               move tblSecCapacity(XI) to prnSecCapacity
               display sectionLine
           end-if.
