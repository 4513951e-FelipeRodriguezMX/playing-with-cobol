       identification division.
       program-id. acadstand.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select validGrades assign to './grades-valid.dat'
               organization  is line sequential
               file status is gradesStatus.
           select scaleFile assign to './gradescale.dat'
               organization  is line sequential
               file status is scaleStatus.
           select parmFile assign to './academic-parms.dat'
               organization  is line sequential
               file status is parmStatus.
           select optional standingFile
               assign to './academic-standing.dat'
               organization  is line sequential
               file status is standingStatus.
           select standingCopy assign to './academic-standing.tmp'
               organization  is line sequential.
           select standingOut assign to './AcademicStanding.dat'
               organization  is line sequential.
           select letterOut assign to './StandingLetters.dat'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd validGrades.
       01 gradeRecord.
           02 gradeStudId pic 9(4).
           02 filler pic x.
           02 gradeCourse pic x(6).
           02 filler pic x.
           02 gradeTerm pic x(5).
           02 filler pic x.
           02 gradeValue pic 9(3).
       fd scaleFile.
       01 scaleRecord.
           02 scaleMin pic 9(3).
           02 filler pic x.
           02 scaleMax pic 9(3).
           02 filler pic x.
           02 scalePoints pic 9v9.
       fd parmFile.
       01 parmRecord.
           02 apSchool pic x(3).
           02 filler pic x.
           02 apHonorGpa pic 9v99.
           02 filler pic x.
           02 apProbationGpa pic 9v99.
           02 filler pic x.
           02 apMinCourses pic 9(2).
       fd standingFile.
       01 standingRecord.
           02 asTerm pic x(5).
           02 filler pic x.
           02 asStudId pic 9(4).
           02 filler pic x.
           02 asStanding pic x.
           02 filler pic x.
           02 asTermGpa pic 9v99.
           02 filler pic x.
           02 asCumGpa pic 9v99.
           02 filler pic x.
           02 asReview pic x.
       fd standingCopy.
       01 standingCopyRecord pic x(23).
       fd standingOut.
       01 printLine pic x(70).
       fd letterOut.
       01 letterLine pic x(70).
       working-storage section.
       01 masterStatus pic xx.
       01 gradesStatus pic xx.
       01 scaleStatus pic xx.
       01 parmStatus pic xx.
       01 standingStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 gradesEOF pic x value 'N'.
       01 scaleEOF pic x.
       01 parmEOF pic x.
       01 standingEOF pic x.
       01 copyEOF pic x.
       01 wantedTerm pic x(5).
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
               03 tblTermPoints pic 9(4)v9.
               03 tblTermCourses pic 9(3).
               03 tblCumPoints pic 9(5)v9.
               03 tblCumCourses pic 9(4).
               03 tblPrevTerm pic x(5).
               03 tblTermGpa pic 9v99.
               03 tblCumGpa pic 9v99.
               03 tblStanding pic x.
               03 tblReview pic x.
       01 studIdx pic 9(4).
       01 foundIdx pic 9(4).
       01 scaleCount pic 9(2) value zero.
       01 scaleTable.
           02 scaleEntry
               occurs 1 to 20 times
               depending on scaleCount
               indexed by SCI.
               03 tblScaleMin pic 9(3).
               03 tblScaleMax pic 9(3).
               03 tblScalePoints pic 9v9.
       01 scaleIdx pic 9(2).
       01 gradePoints pic 9v9.
       01 parmCount pic 9(2) value zero.
       01 parmTable.
           02 parmEntry
               occurs 1 to 50 times
               depending on parmCount
               indexed by PI.
               03 tblParmSchool pic x(3).
               03 tblHonorGpa pic 9v99.
               03 tblProbationGpa pic 9v99.
               03 tblMinCourses pic 9(2).
       01 parmIdx pic 9(2).
       01 parmFound pic 9(2).
       01 honorCount pic 9(4) value zero.
       01 probationCount pic 9(4) value zero.
       01 reviewCount pic 9(4) value zero.
       01 noParmCount pic 9(4) value zero.
       01 schoolHonor pic 9(4).
       01 schoolProbation pic 9(4).
       01 listType pic x.
       01 pageSeparator pic x(70) value all '='.
       01 reportHeading.
           02 filler pic x(36) value
               'Cuadro de honor y periodo de prueba '.
           02 filler pic x(8) value 'periodo '.
           02 prnTerm pic x(5).
       01 schoolHeading.
           02 filler pic x(9) value 'Escuela: '.
           02 prnSchool pic x(3).
           02 filler pic x(17) value '  GPA honor min: '.
           02 prnHonorGpa pic 9.99.
           02 filler pic x(13) value '  prueba bajo'.
           02 filler pic x(2) value ': '.
           02 prnProbationGpa pic 9.99.
           02 filler pic x(14) value '  carga min.: '.
           02 prnMinCourses pic z9.
       01 listHeading.
           02 filler pic x(2) value space.
           02 prnListTitle pic x(30).
       01 columnHeading.
           02 filler pic x(41) value
               '    Id    Nombre     Cursos  GPA per  GPA'.
           02 filler pic x(5) value ' acum'.
       01 standingLine.
           02 filler pic x(4) value space.
           02 prnStudId pic 9(4).
           02 filler pic x(2) value space.
           02 prnStudName pic x(9).
           02 filler pic x(4) value space.
           02 prnCourses pic zz9.
           02 filler pic x(5) value space.
           02 prnTermGpa pic 9.99.
           02 filler pic x(5) value space.
           02 prnCumGpa pic 9.99.
           02 filler pic x(2) value space.
           02 prnReview pic x(18).
       01 countLine.
           02 filler pic x(4) value space.
           02 prnCountLabel pic x(20).
           02 prnCount pic zzz9.
       01 letterTo.
           02 filler pic x(18) value 'A la familia de:  '.
           02 lettStudName pic x(9).
           02 filler pic x(10) value '  alumno: '.
           02 lettStudId pic 9(4).
           02 filler pic x(11) value '  escuela: '.
           02 lettSchool pic x(3).
       01 letterGpa.
           02 filler pic x(21) value 'Promedio del periodo '.
           02 lettTerm pic x(5).
           02 filler pic x(2) value ': '.
           02 lettTermGpa pic 9.99.
           02 filler pic x(21) value '   promedio acumulado'.
           02 filler pic x(2) value ': '.
           02 lettCumGpa pic 9.99.

       procedure division.
       mainPara.
           accept wantedTerm from environment "STANDING_TERM".
           if wantedTerm is equal to space then
               display 'Definir STANDING_TERM (p.ej. 2026A).'
               move 8 to return-code
               stop run
           end-if.
           perform loadScale.
           if scaleCount is equal to zero then
               display 'No existe gradescale.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadParms.
           if parmCount is equal to zero then
               display 'No existe academic-parms.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadStudents.
           if studCount is equal to zero then
               display 'No existe data-master.dat.'
               move 8 to return-code
               stop run
           end-if.
           open input validGrades.
           if gradesStatus is not equal to "00" then
               display 'No existe grades-valid.dat, correr la'
                   ' validacion de calificaciones.'
               move 8 to return-code
               stop run
           end-if.
           perform takeOneGrade until gradesEOF is equal to 'Y'.
           close validGrades.
           perform classifyOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           perform dropTermHistory.
           perform writeHistory.
           open output standingOut, letterOut.
           move wantedTerm to prnTerm.
           write printLine from reportHeading.
           perform printOneSchool
               varying parmIdx from 1 by 1
               until parmIdx is greater than parmCount.
           close standingOut, letterOut.
           display 'Cuadro de honor:      ' honorCount.
           display 'Periodo de prueba:    ' probationCount.
           display 'Para revision:        ' reviewCount.
           if noParmCount is greater than zero then
               display 'Alumnos sin parametros de escuela: '
                   noParmCount
               move 4 to return-code
           end-if.
           stop run.

       loadScale.
           open input scaleFile.
           if scaleStatus is equal to "00" then
               move 'N' to scaleEOF
               perform loadOneScale until scaleEOF is equal to 'Y'
               close scaleFile
           end-if.

       loadOneScale.
           read scaleFile
               at end move 'Y' to scaleEOF
               not at end
                   if scaleCount is less than 20 then
                       add 1 to scaleCount
                       move scaleMin to tblScaleMin(scaleCount)
                       move scaleMax to tblScaleMax(scaleCount)
                       move scalePoints to tblScalePoints(scaleCount)
                   end-if
           end-read.

       loadParms.
           open input parmFile.
           if parmStatus is equal to "00" then
               move 'N' to parmEOF
               perform loadOneParm until parmEOF is equal to 'Y'
               close parmFile
           end-if.

       loadOneParm.
           read parmFile
               at end move 'Y' to parmEOF
               not at end
                   if parmCount is less than 50 then
                       add 1 to parmCount
                       move function upper-case(apSchool)
                           to tblParmSchool(parmCount)
                       move apHonorGpa to tblHonorGpa(parmCount)
                       move apProbationGpa
                           to tblProbationGpa(parmCount)
                       move apMinCourses to tblMinCourses(parmCount)
                   end-if
           end-read.

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
                   move function upper-case(masterSchool)
                       to tblStudSchool(studCount)
                   move masterStatus2 to tblStudStatus(studCount)
                   move zero to tblTermPoints(studCount)
                   move zero to tblTermCourses(studCount)
                   move zero to tblCumPoints(studCount)
                   move zero to tblCumCourses(studCount)
                   move space to tblPrevTerm(studCount)
                   move space to tblStanding(studCount)
                   move space to tblReview(studCount)
           end-read.

       takeOneGrade.
           read validGrades
               at end move 'Y' to gradesEOF
               not at end
                   if gradeTerm is not greater than wantedTerm then
                       perform addGradeToStudent
                   end-if
           end-read.

       addGradeToStudent.
           move zero to foundIdx.
           perform matchOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount
               or foundIdx is greater than zero.
           if foundIdx is greater than zero then
               perform lookupPoints
               add gradePoints to tblCumPoints(foundIdx)
               add 1 to tblCumCourses(foundIdx)
               if gradeTerm is equal to wantedTerm then
                   add gradePoints to tblTermPoints(foundIdx)
                   add 1 to tblTermCourses(foundIdx)
               else if gradeTerm is greater than
                   tblPrevTerm(foundIdx) or
                   tblPrevTerm(foundIdx) is equal to space then
                   move gradeTerm to tblPrevTerm(foundIdx)
               end-if
           end-if.

       matchOneStudent.
           if tblStudId(studIdx) is equal to gradeStudId then
               move studIdx to foundIdx
           end-if.

       lookupPoints.
           move zero to gradePoints.
           perform checkOneScale
               varying scaleIdx from 1 by 1
               until scaleIdx is greater than scaleCount.

       checkOneScale.
           if gradeValue is not less than tblScaleMin(scaleIdx) and
               gradeValue is not greater than tblScaleMax(scaleIdx)
               then
               move tblScalePoints(scaleIdx) to gradePoints
           end-if.

       classifyOneStudent.
           if tblStudStatus(studIdx) is not equal to 'W' and
               tblTermCourses(studIdx) is greater than zero then
               compute tblTermGpa(studIdx) rounded =
                   tblTermPoints(studIdx) / tblTermCourses(studIdx)
               compute tblCumGpa(studIdx) rounded =
                   tblCumPoints(studIdx) / tblCumCourses(studIdx)
               perform findSchoolParm
               if parmFound is equal to zero then
                   add 1 to noParmCount
               else
                   perform applyThresholds
               end-if
           end-if.

       findSchoolParm.
           move zero to parmFound.
           perform matchOneParm
               varying parmIdx from 1 by 1
               until parmIdx is greater than parmCount
               or parmFound is greater than zero.

       matchOneParm.
           if tblParmSchool(parmIdx) is equal to
               tblStudSchool(studIdx) then
               move parmIdx to parmFound
           end-if.

       applyThresholds.
           if tblTermGpa(studIdx) is less than
               tblProbationGpa(parmFound) or
               tblCumGpa(studIdx) is less than
               tblProbationGpa(parmFound) then
               move 'P' to tblStanding(studIdx)
               add 1 to probationCount
               perform checkPriorProbation
           else if tblTermGpa(studIdx) is not less than
               tblHonorGpa(parmFound) and
               tblTermCourses(studIdx) is not less than
               tblMinCourses(parmFound) then
               move 'H' to tblStanding(studIdx)
               add 1 to honorCount
           end-if.

       checkPriorProbation.
           move 'N' to tblReview(studIdx).
           if tblPrevTerm(studIdx) is not equal to space then
               open input standingFile
               if standingStatus is equal to "00" then
                   move 'N' to standingEOF
                   perform checkOneHistory
                       until standingEOF is equal to 'Y'
                   close standingFile
               else if standingStatus is equal to "05" then
                   close standingFile
               end-if
           end-if.
           if tblReview(studIdx) is equal to 'Y' then
               add 1 to reviewCount
           end-if.

       checkOneHistory.
           read standingFile
               at end move 'Y' to standingEOF
               not at end
                   if asTerm is equal to tblPrevTerm(studIdx) and
                       asStudId is equal to tblStudId(studIdx) and
                       asStanding is equal to 'P' then
                       move 'Y' to tblReview(studIdx)
                   end-if
           end-read.

       dropTermHistory.
           open input standingFile.
           if standingStatus is equal to "00" then
               open output standingCopy
               move 'N' to standingEOF
               perform keepOneHistory until standingEOF is equal to 'Y'
               close standingFile, standingCopy
               move 'N' to copyEOF
               open input standingCopy
               open output standingFile
               perform reloadOneHistory until copyEOF is equal to 'Y'
               close standingCopy, standingFile
           else if standingStatus is equal to "05" then
               close standingFile
           end-if.

       keepOneHistory.
           read standingFile
               at end move 'Y' to standingEOF
               not at end
                   if asTerm is not equal to wantedTerm then
                       write standingCopyRecord from standingRecord
                   end-if
           end-read.

       reloadOneHistory.
           read standingCopy
               at end move 'Y' to copyEOF
               not at end write standingRecord from standingCopyRecord
           end-read.

       writeHistory.
           open extend standingFile.
           perform writeOneHistory
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           close standingFile.

       writeOneHistory.
           if tblStanding(studIdx) is not equal to space then
               move space to standingRecord
               move wantedTerm to asTerm
               move tblStudId(studIdx) to asStudId
               move tblStanding(studIdx) to asStanding
               move tblTermGpa(studIdx) to asTermGpa
               move tblCumGpa(studIdx) to asCumGpa
               move tblReview(studIdx) to asReview
               write standingRecord
           end-if.

       printOneSchool.
           move zero to schoolHonor.
           move zero to schoolProbation.
           move space to printLine.
           write printLine.
           write printLine from pageSeparator.
           move tblParmSchool(parmIdx) to prnSchool.
           move tblHonorGpa(parmIdx) to prnHonorGpa.
           move tblProbationGpa(parmIdx) to prnProbationGpa.
           move tblMinCourses(parmIdx) to prnMinCourses.
           write printLine from schoolHeading.
           move 'H' to listType.
           move 'Cuadro de honor' to prnListTitle.
           perform printOneList.
           move 'P' to listType.
           move 'Periodo de prueba' to prnListTitle.
           perform printOneList.

       printOneList.
           move space to printLine.
           write printLine.
           write printLine from listHeading.
           write printLine from columnHeading.
           move zero to prnCount.
           perform printOneStanding
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           if listType is equal to 'H' then
               move 'Total en cuadro:' to prnCountLabel
               move schoolHonor to prnCount
           else
               move 'Total en prueba:' to prnCountLabel
               move schoolProbation to prnCount
           end-if.
           write printLine from countLine.

       printOneStanding.
           if tblStudSchool(studIdx) is equal to
               tblParmSchool(parmIdx) and
               tblStanding(studIdx) is equal to listType then
               move tblStudId(studIdx) to prnStudId
               move tblStudName(studIdx) to prnStudName
               move tblTermCourses(studIdx) to prnCourses
               move tblTermGpa(studIdx) to prnTermGpa
               move tblCumGpa(studIdx) to prnCumGpa
               if tblReview(studIdx) is equal to 'Y' then
                   move '** REVISION' to prnReview
               else
                   move space to prnReview
               end-if
               write printLine from standingLine
               if listType is equal to 'H' then
                   add 1 to schoolHonor
               else
                   add 1 to schoolProbation
               end-if
               perform writeLetter
           end-if.

       writeLetter.
           write letterLine from pageSeparator.
           move tblStudName(studIdx) to lettStudName.
           move tblStudId(studIdx) to lettStudId.
           move tblStudSchool(studIdx) to lettSchool.
           write letterLine from letterTo.
           move space to letterLine.
           write letterLine.
           if listType is equal to 'H' then
               perform writeHonorText
           else
               perform writeProbationText
           end-if.
           move space to letterLine.
           write letterLine.
           move wantedTerm to lettTerm.
           move tblTermGpa(studIdx) to lettTermGpa.
           move tblCumGpa(studIdx) to lettCumGpa.
           write letterLine from letterGpa.
           move space to letterLine.
           write letterLine.
           move 'Atentamente,' to letterLine.
           write letterLine.
           move 'La Direccion Escolar' to letterLine.
           write letterLine.

       writeHonorText.
           move 'Nos complace informarles que su hijo(a) ha sido'
               to letterLine.
           write letterLine.
           move 'incluido(a) en el cuadro de honor del periodo.'
               to letterLine.
           write letterLine.
           move 'Felicitamos su esfuerzo y dedicacion.'
               to letterLine.
           write letterLine.

       writeProbationText.
           move 'Les informamos que su hijo(a) queda en periodo de'
               to letterLine.
           write letterLine.
           move 'prueba academica por su promedio de calificaciones.'
               to letterLine.
           write letterLine.
           if tblReview(studIdx) is equal to 'Y' then
               move 'Es el segundo periodo consecutivo en prueba; el'
                   to letterLine
               write letterLine
               move 'caso pasa a revision con la direccion.'
                   to letterLine
               write letterLine
           end-if.
           move 'Les pedimos agendar una cita con el orientador.'
               to letterLine.
           write letterLine.
