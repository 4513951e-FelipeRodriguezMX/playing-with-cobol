           select attendFile assign to './attendance.dat'
               organization  is line sequential
               file status is attendStatus.
           select sectionFile assign to './sections.dat'
               organization  is line sequential
               file status is sectionStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
           select courseFile assign to './courses.dat'
               organization  is line sequential
               file status is courseStatus.
           select teacherFile assign to './teachers.dat'
               organization  is line sequential
               file status is teacherStatus.
           select rosterOut assign to './RosterReport.dat'
               organization  is line sequential.
       data division.
           02 atStudId pic 9(4).
           02 filler pic x.
           02 atMark pic x.
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
       fd courseFile.
       01 courseRecord.
           02 courseCode pic x(6).
           02 filler pic x.
           02 courseTitle pic x(30).
           02 filler pic x.
           02 courseCredits pic 9(2).
           02 filler pic x.
           02 courseSchool pic x(3).
       fd teacherFile.
       01 teacherRecord.
           02 teacherCode pic x(4).
           02 filler pic x.
           02 teacherName pic x(20).
       fd rosterOut.
       01 printLine pic x(70).
       working-storage section.
       01 masterStatus pic xx.
       01 gradesStatus pic xx.
       01 attendStatus pic xx.
       01 sectionStatus pic xx.
       01 enrollStatus pic xx.
       01 courseStatus pic xx.
       01 teacherStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 gradesEOF pic x value 'N'.
       01 attendEOF pic x.
       01 sectionEOF pic x.
       01 enrollEOF pic x.
       01 courseEOF pic x.
       01 teacherEOF pic x.
       01 attPct pic 9(3).
       01 wantedTerm pic x(5).
       01 studIdx pic 9(4).
       01 seatsTaken pic 9(3).
       01 sectionsPrinted pic 9(4) value zero.
       01 studentsListed pic 9(5) value zero.
       01 studCount pic 9(4) value zero.
       01 studTable.
           02 studEntry
               indexed by SI.
               03 tblStudId pic 9(4).
               03 tblStudName pic x(9).
       01 sectionCount pic 9(4) value zero.
       01 sectionTable.
           02 sectionEntry
               occurs 1 to 2000 times
               depending on sectionCount
               indexed by XI.
               03 tblSecCourse pic x(6).
               03 tblSecSection pic x(2).
               03 tblSecTeacher pic x(4).
               03 tblSecRoom pic x(4).
               03 tblSecPeriod pic x(2).
               03 tblSecCapacity pic 9(3).
       01 enrolledCount pic 9(5) value zero.
       01 enrolledTable.
           02 enrolledEntry
               occurs 1 to 20000 times
               depending on enrolledCount
               indexed by EI.
               03 tblEnrCourse pic x(6).
               03 tblEnrSection pic x(2).
               03 tblEnrStudId pic 9(4).
               03 tblEnrGrade pic 9(3).
               03 tblEnrHasGrade pic x.
               03 tblEnrAttTotal pic 9(4).
               03 tblEnrAttPresent pic 9(4).
       01 courseCount pic 9(4) value zero.
       01 courseTable.
           02 courseEntry
               occurs 1 to 999 times
               depending on courseCount
               indexed by CI.
               03 tblCourseCode pic x(6).
               03 tblCourseTitle pic x(30).
       01 teacherCount pic 9(4) value zero.
       01 teacherTable.
           02 teacherEntry
               occurs 1 to 999 times
               depending on teacherCount
               indexed by TI.
               03 tblTeacherCode pic x(4).
               03 tblTeacherName pic x(20).
       01 reportHeading.
           02 filler pic x(26) value
               'Lista de curso del periodo'.
           02 filler pic x value space.
           02 prnTerm pic x(5).
       01 sectionHeading.
           02 filler pic x(6) value 'Curso '.
           02 prnCourse pic x(6).
           02 filler pic x value space.
           02 prnTitle pic x(30).
           02 filler pic x(9) value '  seccion'.
           02 filler pic x value space.
           02 prnSection pic x(2).
       01 teacherHeading.
           02 filler pic x(9) value 'Maestro: '.
           02 prnTeacher pic x(20).
           02 filler pic x(8) value '  salon '.
           02 prnRoom pic x(4).
           02 filler pic x(7) value '  hora '.
           02 prnPeriod pic x(2).
           02 filler pic x(8) value '  cupo '.
           02 prnTaken pic zz9.
           02 filler pic x value '/'.
           02 prnCapacity pic zz9.
       01 studLine.
           02 filler pic x(4) value space.
           02 prnStudId pic 9(4).
           02 filler pic x(2) value space.
           02 prnStudName pic x(9).
           02 filler pic x(8) value '  calif '.
           02 prnGrade pic x(3).
           02 prnGradeNum redefines prnGrade pic zz9.
           02 filler pic x(8) value '  asist '.
           02 prnAttPct pic zz9.
           02 prnAttMark pic x.

       procedure division.
       mainPara.
           end-if.
           perform loadOneStudent until masterEOF is equal to 'Y'.
           close masterFile.
           open input sectionFile.
           if sectionStatus is not equal to "00" then
               display 'No existe sections.dat, dar de alta las'
               display 'secciones del periodo primero.'
               move 8 to return-code
               stop run
           end-if.
           move 'N' to sectionEOF.
           perform loadOneSection until sectionEOF is equal to 'Y'.
           close sectionFile.
           perform loadEnrollments.
           open input validGrades.
           if gradesStatus is not equal to "00" then
               display 'No existe grades-valid.dat, correr la'
           perform loadOneGrade until gradesEOF is equal to 'Y'.
           close validGrades.
           perform loadAttendance.
           perform loadCourses.
           perform loadTeachers.
           open output rosterOut.
           move wantedTerm to prnTerm.
           write printLine from reportHeading.
           if sectionCount is greater than zero then
               perform printOneSection
                   varying XI from 1 by 1
                   until XI is greater than sectionCount
           end-if.
           close rosterOut.
           display 'Secciones en lista: ' sectionsPrinted.
           display 'Alumnos en lista:   ' studentsListed.
           stop run.

       loadOneStudent.
                   add 1 to studCount
                   move masterIdNum to tblStudId(studCount)
                   move masterStudName to tblStudName(studCount)
                   end-if
           end-read.

       loadOneSection.
           read sectionFile
               at end move 'Y' to sectionEOF
               not at end
                   if secTerm is equal to wantedTerm and
                       sectionCount is less than 2000 then
                       add 1 to sectionCount
                       move function upper-case(secCourse)
                           to tblSecCourse(sectionCount)
                       move function upper-case(secSection)
                           to tblSecSection(sectionCount)
                       move function upper-case(secTeacher)
                           to tblSecTeacher(sectionCount)
                       move secRoom to tblSecRoom(sectionCount)
                       move secPeriod to tblSecPeriod(sectionCount)
                       move secCapacity to tblSecCapacity(sectionCount)
                   end-if
           end-read.

       loadEnrollments.
           open input sectEnrollFile.
           if enrollStatus is equal to "00" then
               move 'N' to enrollEOF
               perform loadOneEnrollment until enrollEOF is equal to 'Y'
               close sectEnrollFile
           end-if.

       loadOneEnrollment.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to wantedTerm and
                       enrolledCount is less than 20000 then
                       add 1 to enrolledCount
                       move function upper-case(seCourse)
                           to tblEnrCourse(enrolledCount)
                       move function upper-case(seSection)
                           to tblEnrSection(enrolledCount)
                       move seStudId to tblEnrStudId(enrolledCount)
                       move zero to tblEnrGrade(enrolledCount)
                       move 'N' to tblEnrHasGrade(enrolledCount)
                       move zero to tblEnrAttTotal(enrolledCount)
                       move zero to tblEnrAttPresent(enrolledCount)
                   end-if
           end-read.

       loadOneGrade.
           read validGrades
               at end move 'Y' to gradesEOF
               not at end
                   if gradeTerm is equal to wantedTerm and
                       enrolledCount is greater than zero then
                       perform postOneGrade
                           varying EI from 1 by 1
                           until EI is greater than enrolledCount
                   end-if
           end-read.

       postOneGrade.
           if tblEnrStudId(EI) is equal to gradeStudId and
               tblEnrCourse(EI) is equal to
                   function upper-case(gradeCourse) then
               move gradeValue to tblEnrGrade(EI)
               move 'Y' to tblEnrHasGrade(EI)
           end-if.

       loadAttendance.
           open input attendFile.
           if attendStatus is equal to "00" then
           read attendFile
               at end move 'Y' to attendEOF
               not at end
                   if atTerm is equal to wantedTerm and
                       enrolledCount is greater than zero then
                       perform addOneAttendance
                           varying EI from 1 by 1
                           until EI is greater than enrolledCount
                   end-if
           end-read.

       addOneAttendance.
           if tblEnrStudId(EI) is equal to atStudId and
               tblEnrCourse(EI) is equal to
                   function upper-case(atClass) then
               add 1 to tblEnrAttTotal(EI)
               if atMark is equal to 'P' or atMark is equal to 'T'
                   then
                   add 1 to tblEnrAttPresent(EI)
               end-if
           end-if.

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
                   if courseCount is less than 999 then
                       add 1 to courseCount
                       move function upper-case(courseCode)
                           to tblCourseCode(courseCount)
                       move courseTitle to tblCourseTitle(courseCount)
                   end-if
           end-read.

       loadTeachers.
           open input teacherFile.
           if teacherStatus is equal to "00" then
               move 'N' to teacherEOF
               perform loadOneTeacher until teacherEOF is equal to 'Y'
               close teacherFile
           end-if.

       loadOneTeacher.
           read teacherFile
               at end move 'Y' to teacherEOF
               not at end
                   if teacherCount is less than 999 then
                       add 1 to teacherCount
                       move function upper-case(teacherCode)
                           to tblTeacherCode(teacherCount)
                       move teacherName to tblTeacherName(teacherCount)
                   end-if
           end-read.

       printOneSection.
           move space to printLine.
           write printLine.
           move tblSecCourse(XI) to prnCourse.
           move space to prnTitle.
           if courseCount is greater than zero then
               perform findCourseTitle
                   varying CI from 1 by 1
                   until CI is greater than courseCount
           end-if.
           move tblSecSection(XI) to prnSection.
           write printLine from sectionHeading.
           move tblSecTeacher(XI) to prnTeacher.
           if teacherCount is greater than zero then
               perform findTeacherName
                   varying TI from 1 by 1
                   until TI is greater than teacherCount
           end-if.
           move tblSecRoom(XI) to prnRoom.
           move tblSecPeriod(XI) to prnPeriod.
           move zero to seatsTaken.
           if enrolledCount is greater than zero then
               perform countOneSeat
                   varying EI from 1 by 1
                   until EI is greater than enrolledCount
           end-if.
           move seatsTaken to prnTaken.
           move tblSecCapacity(XI) to prnCapacity.
           write printLine from teacherHeading.
           if enrolledCount is greater than zero then
               perform printOneEnrolled
                   varying EI from 1 by 1
                   until EI is greater than enrolledCount
           end-if.
           add 1 to sectionsPrinted.

       findCourseTitle.
           if tblCourseCode(CI) is equal to tblSecCourse(XI) then
               move tblCourseTitle(CI) to prnTitle
           end-if.

       findTeacherName.
           if tblTeacherCode(TI) is equal to tblSecTeacher(XI) then
               move tblTeacherName(TI) to prnTeacher
           end-if.

       countOneSeat.
           if tblEnrCourse(EI) is equal to tblSecCourse(XI) and
               tblEnrSection(EI) is equal to tblSecSection(XI) then
               add 1 to seatsTaken
           end-if.

       printOneEnrolled.
           if tblEnrCourse(EI) is equal to tblSecCourse(XI) and
               tblEnrSection(EI) is equal to tblSecSection(XI) then
               move tblEnrStudId(EI) to prnStudId
               move space to prnStudName
               perform findStudentName
                   varying studIdx from 1 by 1
                   until studIdx is greater than studCount
               if tblEnrHasGrade(EI) is equal to 'Y' then
                   move tblEnrGrade(EI) to prnGradeNum
               else
                   move ' --' to prnGrade
               end-if
               if tblEnrAttTotal(EI) is greater than zero then
                   compute attPct rounded =
                       tblEnrAttPresent(EI) * 100 /
                       tblEnrAttTotal(EI)
                   move attPct to prnAttPct
                   move '%' to prnAttMark
               else
                   move zero to prnAttPct
                   move space to prnAttMark
               end-if
               write printLine from studLine
               add 1 to studentsListed
           end-if.

       findStudentName.
           if tblStudId(studIdx) is equal to tblEnrStudId(EI) then
               move tblStudName(studIdx) to prnStudName
           end-if.
