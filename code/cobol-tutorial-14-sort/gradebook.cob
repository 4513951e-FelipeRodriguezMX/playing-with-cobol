       identification division.
       program-id. gradebook.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select sectionFile assign to './sections.dat'
               organization  is line sequential
               file status is sectionStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
           select optional weightFile assign to './section-weights.dat'
               organization  is line sequential
               file status is weightStatus.
           select weightCopy assign to './section-weights.tmp'
               organization  is line sequential.
           select optional assignFile assign to './assignments.dat'
               organization  is line sequential
               file status is assignStatus.
           select optional scoreFile assign to './scores.dat'
               organization  is line sequential
               file status is scoreStatus.
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
       fd weightFile.
       01 weightRecord.
           02 swTerm pic x(5).
           02 filler pic x.
           02 swCourse pic x(6).
           02 filler pic x.
           02 swSection pic x(2).
           02 filler pic x.
           02 swHomework pic 9(3).
           02 filler pic x.
           02 swExam pic 9(3).
           02 filler pic x.
           02 swProject pic 9(3).
       fd weightCopy.
       01 weightCopyRecord pic x(27).
       fd assignFile.
       01 assignRecord.
           02 agTerm pic x(5).
           02 filler pic x.
           02 agCourse pic x(6).
           02 filler pic x.
           02 agSection pic x(2).
           02 filler pic x.
           02 agCode pic x(4).
           02 filler pic x.
           02 agCategory pic x.
           02 filler pic x.
           02 agMaxPoints pic 9(3).
           02 filler pic x.
           02 agTitle pic x(20).
       fd scoreFile.
       01 scoreRecord.
           02 scTerm pic x(5).
           02 filler pic x.
           02 scCourse pic x(6).
           02 filler pic x.
           02 scSection pic x(2).
           02 filler pic x.
           02 scAsgCode pic x(4).
           02 filler pic x.
           02 scStudId pic 9(4).
           02 filler pic x.
           02 scPoints pic 9(3).
       working-storage section.
       01 masterStatus pic xx.
       01 sectionStatus pic xx.
       01 enrollStatus pic xx.
       01 weightStatus pic xx.
       01 assignStatus pic xx.
       01 scoreStatus pic xx.
       01 masterEOF pic x.
       01 sectionEOF pic x.
       01 enrollEOF pic x.
       01 weightEOF pic x.
       01 assignEOF pic x.
       01 scoreEOF pic x.
       01 copyEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 choice pic 9.
       01 enteredTeacher pic x(4).
       01 enteredTerm pic x(5).
       01 enteredCourse pic x(6).
       01 enteredSection pic x(2).
       01 enteredCode pic x(4).
       01 enteredCategory pic x.
       01 enteredNumberX pic x(3).
       01 enteredNumber pic 9(3).
       01 enteredHomework pic 9(3).
       01 enteredExam pic 9(3).
       01 enteredProject pic 9(3).
       01 weightSum pic 9(4).
       01 sectionFound pic x.
       01 sectionTeacher pic x(4).
       01 assignFound pic x.
       01 assignMax pic 9(3).
       01 assignCount pic 9(3).
       01 scoresEntered pic 9(4) value zero.
       01 rosterCount pic 9(3) value zero.
       01 rosterTable.
           02 rosterEntry
               occurs 1 to 200 times
               depending on rosterCount
               indexed by RI.
               03 tblRosterId pic 9(4).
               03 tblRosterName pic x(9).
               03 tblRosterScored pic x.
       01 rosterIdx pic 9(3).

       procedure division.
       mainPara.
           display 'Clave del maestro:' with no advancing.
           accept enteredTeacher.
           move function upper-case(enteredTeacher) to enteredTeacher.
           display 'Periodo (p.ej. 2026A):' with no advancing.
           accept enteredTerm.
           display 'Curso (6 letras):' with no advancing.
           accept enteredCourse.
           move function upper-case(enteredCourse) to enteredCourse.
           display 'Seccion (2 letras):' with no advancing.
           accept enteredSection.
           move function upper-case(enteredSection) to enteredSection.
           perform findSection.
           if sectionFound is equal to 'N' then
               display 'Seccion no existe en el periodo: '
                   enteredCourse ' ' enteredSection
               move 8 to return-code
               stop run
           end-if.
           if sectionTeacher is not equal to enteredTeacher then
               display 'La seccion esta asignada a ' sectionTeacher
               move 8 to return-code
               stop run
           end-if.
           perform menuLoop until stayOpen is equal to 'N'.
           display 'Calificaciones capturadas: ' scoresEntered.
           stop run.

       menuLoop.
           display ' '
           display 'Libro de calificaciones ' enteredCourse ' '
               enteredSection ' ' enteredTerm
           display '1 : Ponderacion por categoria'
           display '2 : Alta de actividad'
           display '3 : Capturar calificaciones de una actividad'
           display '4 : Listar actividades'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
           evaluate choice
               when 1 perform setWeights
               when 2 perform addAssignment
               when 3 perform enterScores
               when 4 perform listAssignments
               when other move 'N' to stayOpen
           end-evaluate.

       findSection.
           move 'N' to sectionFound.
           move space to sectionTeacher.
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
                       move function upper-case(secTeacher)
                           to sectionTeacher
                   end-if
           end-read.

       promptNumber.
           move zero to enteredNumber.
           accept enteredNumberX.
           if function test-numval(enteredNumberX) is equal to zero
               then
               compute enteredNumber = function numval(enteredNumberX)
           end-if.

       setWeights.
           display 'Porcentaje tareas:' with no advancing.
           perform promptNumber.
           move enteredNumber to enteredHomework.
           display 'Porcentaje examenes:' with no advancing.
           perform promptNumber.
           move enteredNumber to enteredExam.
           display 'Porcentaje proyectos:' with no advancing.
           perform promptNumber.
           move enteredNumber to enteredProject.
           compute weightSum =
               enteredHomework + enteredExam + enteredProject.
           if weightSum is not equal to 100 then
               display 'Los porcentajes deben sumar 100, suman '
                   weightSum
           else
               perform dropSectionWeights
               open extend weightFile
               move space to weightRecord
               move enteredTerm to swTerm
               move enteredCourse to swCourse
               move enteredSection to swSection
               move enteredHomework to swHomework
               move enteredExam to swExam
               move enteredProject to swProject
               write weightRecord
               close weightFile
               display 'Ponderacion registrada.'
           end-if.

       dropSectionWeights.
           open input weightFile.
           if weightStatus is equal to "00" then
               open output weightCopy
               move 'N' to weightEOF
               perform keepOneWeight until weightEOF is equal to 'Y'
               close weightFile, weightCopy
               move 'N' to copyEOF
               open input weightCopy
               open output weightFile
               perform reloadOneWeight until copyEOF is equal to 'Y'
               close weightCopy, weightFile
           else if weightStatus is equal to "05" then
               close weightFile
           end-if.

       keepOneWeight.
           read weightFile
               at end move 'Y' to weightEOF
               not at end
                   if swTerm is not equal to enteredTerm or
                       swCourse is not equal to enteredCourse or
                       swSection is not equal to enteredSection then
                       write weightCopyRecord from weightRecord
                   end-if
           end-read.

       reloadOneWeight.
           read weightCopy
               at end move 'Y' to copyEOF
               not at end write weightRecord from weightCopyRecord
           end-read.

       addAssignment.
           display 'Clave de la actividad (4 letras):'
               with no advancing.
           accept enteredCode.
           move function upper-case(enteredCode) to enteredCode.
           perform findAssignment.
           if enteredCode is equal to space then
               display 'Clave invalida.'
           else if assignFound is equal to 'Y' then
               display 'La actividad ya existe en la seccion.'
           else
               perform captureAssignment
           end-if.

       captureAssignment.
           display 'Categoria (T=tarea E=examen P=proyecto):'
               with no advancing.
           accept enteredCategory.
           move function upper-case(enteredCategory)
               to enteredCategory.
           display 'Puntos maximos:' with no advancing.
           perform promptNumber.
           if enteredCategory is not equal to 'T' and
               enteredCategory is not equal to 'E' and
               enteredCategory is not equal to 'P' then
               display 'Categoria invalida.'
           else if enteredNumber is equal to zero then
               display 'Puntos maximos invalidos.'
           else
               open extend assignFile
               move space to assignRecord
               move enteredTerm to agTerm
               move enteredCourse to agCourse
               move enteredSection to agSection
               move enteredCode to agCode
               move enteredCategory to agCategory
               move enteredNumber to agMaxPoints
               display 'Descripcion:' with no advancing
               accept agTitle
               write assignRecord
               close assignFile
               display 'Actividad registrada.'
           end-if.

       findAssignment.
           move 'N' to assignFound.
           move zero to assignMax.
           move zero to assignCount.
           open input assignFile.
           if assignStatus is equal to "00" then
               move 'N' to assignEOF
               perform matchOneAssignment
                   until assignEOF is equal to 'Y'
               close assignFile
           else if assignStatus is equal to "05" then
               close assignFile
           end-if.

       matchOneAssignment.
           read assignFile
               at end move 'Y' to assignEOF
               not at end
                   if agTerm is equal to enteredTerm and
                       agCourse is equal to enteredCourse and
                       agSection is equal to enteredSection then
                       add 1 to assignCount
                       if choice is equal to 4 then
                           display '  ' agCode ' ' agCategory ' '
                               agMaxPoints ' ' agTitle
                       end-if
                       if agCode is equal to enteredCode then
                           move 'Y' to assignFound
                           move agMaxPoints to assignMax
                       end-if
                   end-if
           end-read.

       listAssignments.
           move space to enteredCode.
           display '  Clave Cat Max Descripcion'.
           perform findAssignment.
           if assignCount is equal to zero then
               display '  (sin actividades)'
           end-if.

       enterScores.
           display 'Clave de la actividad:' with no advancing.
           accept enteredCode.
           move function upper-case(enteredCode) to enteredCode.
           perform findAssignment.
           if assignFound is equal to 'N' then
               display 'Actividad no existe en la seccion.'
           else
               perform loadRoster
               perform markScored
               if rosterCount is equal to zero then
                   display 'No hay alumnos inscritos en la seccion.'
               else
                   display 'Puntos de 0 a ' assignMax
                       ', en blanco para omitir.'
                   open extend scoreFile
                   perform scoreOneStudent
                       varying rosterIdx from 1 by 1
                       until rosterIdx is greater than rosterCount
                   close scoreFile
               end-if
           end-if.

       loadRoster.
           move zero to rosterCount.
           open input sectEnrollFile.
           if enrollStatus is equal to "00" then
               move 'N' to enrollEOF
               perform takeOneEnrollment
                   until enrollEOF is equal to 'Y'
               close sectEnrollFile
           end-if.
           if rosterCount is greater than zero then
               open input masterFile
               if masterStatus is equal to "00" then
                   move 'N' to masterEOF
                   perform nameOneStudent
                       until masterEOF is equal to 'Y'
                   close masterFile
               end-if
           end-if.

       takeOneEnrollment.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to enteredTerm and
                       function upper-case(seCourse) is equal to
                           enteredCourse and
                       function upper-case(seSection) is equal to
                           enteredSection and
                       rosterCount is less than 200 then
                       add 1 to rosterCount
                       move seStudId to tblRosterId(rosterCount)
                       move space to tblRosterName(rosterCount)
                       move 'N' to tblRosterScored(rosterCount)
                   end-if
           end-read.

       nameOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   perform nameOneRosterLine
                       varying rosterIdx from 1 by 1
                       until rosterIdx is greater than rosterCount
           end-read.

       nameOneRosterLine.
           if tblRosterId(rosterIdx) is equal to masterIdNum then
               move masterStudName to tblRosterName(rosterIdx)
           end-if.

       markScored.
           open input scoreFile.
           if scoreStatus is equal to "00" then
               move 'N' to scoreEOF
               perform markOneScore until scoreEOF is equal to 'Y'
               close scoreFile
           else if scoreStatus is equal to "05" then
               close scoreFile
           end-if.

       markOneScore.
           read scoreFile
               at end move 'Y' to scoreEOF
               not at end
                   if scTerm is equal to enteredTerm and
                       scCourse is equal to enteredCourse and
                       scSection is equal to enteredSection and
                       scAsgCode is equal to enteredCode then
                       perform markOneRosterLine
                           varying rosterIdx from 1 by 1
                           until rosterIdx is greater than rosterCount
                   end-if
           end-read.

       markOneRosterLine.
           if tblRosterId(rosterIdx) is equal to scStudId then
               move 'Y' to tblRosterScored(rosterIdx)
           end-if.

       scoreOneStudent.
           if tblRosterScored(rosterIdx) is equal to 'Y' then
               display tblRosterId(rosterIdx) ' '
                   tblRosterName(rosterIdx)
                   ' ya capturada; cambios por correccion autorizada.'
           else
               display tblRosterId(rosterIdx) ' '
                   tblRosterName(rosterIdx) ':' with no advancing
               accept enteredNumberX
               perform storeOneScore
           end-if.

       storeOneScore.
           if enteredNumberX is equal to space then
               continue
           else if function test-numval(enteredNumberX) is not equal
               to zero then
               display 'Valor invalido, se omite.'
           else
               compute enteredNumber = function numval(enteredNumberX)
               if enteredNumber is greater than assignMax then
                   display 'Excede el maximo, se omite.'
               else
                   move space to scoreRecord
                   move enteredTerm to scTerm
                   move enteredCourse to scCourse
                   move enteredSection to scSection
                   move enteredCode to scAsgCode
                   move tblRosterId(rosterIdx) to scStudId
                   move enteredNumber to scPoints
                   write scoreRecord
                   add 1 to scoresEntered
               end-if
           end-if.
