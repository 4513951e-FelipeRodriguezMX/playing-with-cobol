               organization  is line sequential.
           select rejectGrades assign to './grades-rejects.dat'
               organization  is line sequential.
           select courseFile assign to './courses.dat'
               organization  is line sequential
               file status is courseStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
       data division.
       file section.
       fd masterFile.
       fd validGrades.
       01 validGradeRecord pic x(21).
       fd rejectGrades.
       01 rejectGradeRecord pic x(23).
       fd courseFile.
       01 courseRecord.
           02 courseCode pic x(6).
           02 filler pic x.
           02 courseTitle pic x(30).
           02 filler pic x.
           02 courseCredits pic 9(2).
           02 filler pic x.
           02 courseSchool pic x(3).
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
       01 gradesStatus pic xx.
       01 courseStatus pic xx.
       01 enrollStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 gradesEOF pic x value 'N'.
       01 courseEOF pic x.
       01 enrollEOF pic x.
       01 studentFound pic x.
       01 courseFound pic x.
       01 enrolledFound pic x.
       01 catalogAvailable pic x value 'N'.
       01 gradeCourseUpper pic x(6).
       01 gradesRead pic 9(5) value zero.
       01 gradesValid pic 9(5) value zero.
       01 gradesRejected pic 9(5) value zero.
       01 gradesNoCourse pic 9(5) value zero.
       01 gradesNotEnrolled pic 9(5) value zero.
       01 idCount pic 9(4) value zero.
       01 idTable.
           02 idEntry
               depending on idCount
               indexed by TI.
               03 knownId pic 9(4).
       01 courseCount pic 9(4) value zero.
       01 courseTable.
           02 courseEntry
               occurs 1 to 999 times
               depending on courseCount
               indexed by CI.
               03 knownCourse pic x(6).
       01 enrolledCount pic 9(5) value zero.
       01 enrolledTable.
           02 enrolledEntry
               occurs 1 to 20000 times
               depending on enrolledCount
               indexed by EI.
               03 enrolledTerm pic x(5).
               03 enrolledCourse pic x(6).
               03 enrolledStudId pic 9(4).
       01 rejectLine.
           02 rejectGrade pic x(21).
           02 filler pic x value space.
           02 rejectReason pic x.

       procedure division.
       mainPara.
           end-if.
           perform loadOneMaster until masterEOF is equal to 'Y'.
           close masterFile.
           perform loadCatalog.
           open input gradesFile.
           if gradesStatus is not equal to "00" then
               display 'No existe grades.dat.'
           display 'Calificaciones leidas:    ' gradesRead.
           display 'Calificaciones validas:   ' gradesValid.
           display 'Huerfanas rechazadas:     ' gradesRejected.
           display 'Curso fuera de catalogo:  ' gradesNoCourse.
           display 'Alumno sin seccion:       ' gradesNotEnrolled.
           stop run.

       loadOneMaster.
               not at end
                   add 1 to gradesRead
                   perform findStudent
                   perform findEnrollment
                   move gradeRecord to rejectGrade
                   if studentFound is not equal to 'Y' then
                       add 1 to gradesRejected
                       move 'H' to rejectReason
                       write rejectGradeRecord from rejectLine
                   else if courseFound is not equal to 'Y' then
                       add 1 to gradesNoCourse
                       move 'C' to rejectReason
                       write rejectGradeRecord from rejectLine
                   else if enrolledFound is not equal to 'Y' then
                       add 1 to gradesNotEnrolled
                       move 'S' to rejectReason
                       write rejectGradeRecord from rejectLine
                   else
                       add 1 to gradesValid
                       write validGradeRecord from gradeRecord
                   end-if
           end-read.

           if knownId(TI) is equal to gradeStudId then
               move 'Y' to studentFound
           end-if.

       loadCatalog.
           open input courseFile.
           if courseStatus is equal to "00" then
               move 'Y' to catalogAvailable
               move 'N' to courseEOF
               perform loadOneCourse until courseEOF is equal to 'Y'
               close courseFile
               open input sectEnrollFile
               if enrollStatus is equal to "00" then
                   move 'N' to enrollEOF
                   perform loadOneEnrollment
                       until enrollEOF is equal to 'Y'
                   close sectEnrollFile
               end-if
           else
               display 'Sin courses.dat, no se valida curso ni seccion.'
           end-if.

       loadOneCourse.
           read courseFile
               at end move 'Y' to courseEOF
               not at end
                   if courseCount is less than 999 then
                       add 1 to courseCount
                       move function upper-case(courseCode)
                           to knownCourse(courseCount)
                   end-if
           end-read.

       loadOneEnrollment.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if enrolledCount is less than 20000 then
                       add 1 to enrolledCount
                       move seTerm to enrolledTerm(enrolledCount)
                       move function upper-case(seCourse)
                           to enrolledCourse(enrolledCount)
                       move seStudId to enrolledStudId(enrolledCount)
                   end-if
           end-read.

       findEnrollment.
           move 'Y' to courseFound.
           move 'Y' to enrolledFound.
           if catalogAvailable is equal to 'Y' then
               move function upper-case(gradeCourse)
                   to gradeCourseUpper
               move 'N' to courseFound
               move 'N' to enrolledFound
               if courseCount is greater than zero then
                   perform checkOneCourse
                       varying CI from 1 by 1
                       until CI is greater than courseCount
                       or courseFound is equal to 'Y'
               end-if
               if enrolledCount is greater than zero then
                   perform checkOneEnrollment
                       varying EI from 1 by 1
                       until EI is greater than enrolledCount
                       or enrolledFound is equal to 'Y'
               end-if
           end-if.

       checkOneCourse.
           if knownCourse(CI) is equal to gradeCourseUpper then
               move 'Y' to courseFound
           end-if.

       checkOneEnrollment.
           if enrolledStudId(EI) is equal to gradeStudId and
               enrolledCourse(EI) is equal to gradeCourseUpper and
               enrolledTerm(EI) is equal to gradeTerm then
               move 'Y' to enrolledFound
           end-if.
