       identification division.
       program-id. gbfinal.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select sectEnrollFile assign to './sect-enroll.dat'
               organization  is line sequential
               file status is enrollStatus.
           select weightFile assign to './section-weights.dat'
               organization  is line sequential
               file status is weightStatus.
           select assignFile assign to './assignments.dat'
               organization  is line sequential
               file status is assignStatus.
           select scoreFile assign to './scores.dat'
               organization  is line sequential
               file status is scoreStatus.
           select optional gradesFile assign to './grades.dat'
               organization  is line sequential
               file status is gradesStatus.
           select gradesCopy assign to './grades-copy.tmp'
               organization  is line sequential.
           select finalOut assign to './GradebookFinal.dat'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
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
       fd gradesFile.
       01 gradeRecord.
           02 gradeStudId pic 9(4).
           02 filler pic x.
           02 gradeCourse pic x(6).
           02 filler pic x.
           02 gradeTerm pic x(5).
           02 filler pic x.
           02 gradeValue pic 9(3).
       fd gradesCopy.
       01 gradesCopyRecord pic x(21).
       fd finalOut.
       01 printLine pic x(70).
       working-storage section.
       01 masterStatus pic xx.
       01 enrollStatus pic xx.
       01 weightStatus pic xx.
       01 assignStatus pic xx.
       01 scoreStatus pic xx.
       01 gradesStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 enrollEOF pic x value 'N'.
       01 weightEOF pic x value 'N'.
       01 assignEOF pic x value 'N'.
       01 scoreEOF pic x value 'N'.
       01 gradesEOF pic x.
       01 copyEOF pic x.
       01 wantedTerm pic x(5).
       01 sectCount pic 9(3) value zero.
       01 sectTable.
           02 sectEntry
               occurs 1 to 500 times
               depending on sectCount
               indexed by STI.
               03 tblSectCourse pic x(6).
               03 tblSectSection pic x(2).
               03 tblSectWeighted pic x.
               03 tblSectWeight pic 9(3) occurs 3 times.
               03 tblSectPossible pic 9(5) occurs 3 times.
       01 sectIdx pic 9(3).
       01 sectFound pic 9(3).
       01 asgCount pic 9(4) value zero.
       01 asgTable.
           02 asgEntry
               occurs 1 to 3000 times
               depending on asgCount
               indexed by AGI.
               03 tblAsgSect pic 9(3).
               03 tblAsgCode pic x(4).
               03 tblAsgCat pic 9.
               03 tblAsgMax pic 9(3).
       01 asgIdx pic 9(4).
       01 asgFound pic 9(4).
       01 resultCount pic 9(4) value zero.
       01 resultTable.
           02 resultEntry
               occurs 1 to 5000 times
               depending on resultCount
               indexed by RSI.
               03 tblRsSect pic 9(3).
               03 tblRsStud pic 9(4).
               03 tblRsName pic x(9).
               03 tblRsEarned pic 9(5) occurs 3 times.
               03 tblRsScored pic 9(5) occurs 3 times.
               03 tblRsPct pic 9(3)v9 occurs 3 times.
               03 tblRsHasPct pic x occurs 3 times.
               03 tblRsGrade pic 9(3).
               03 tblRsGraded pic x.
       01 resultIdx pic 9(4).
       01 resultFound pic 9(4).
       01 catIdx pic 9.
       01 catFound pic 9.
       01 weightUsed pic 9(4).
       01 weightedSum pic 9(7)v9.
       01 gradesWritten pic 9(4) value zero.
       01 gradesReplaced pic 9(4) value zero.
       01 unweightedCount pic 9(3) value zero.
       01 scoresIgnored pic 9(4) value zero.
       01 pageSeparator pic x(70) value all '='.
       01 reportHeading.
           02 filler pic x(36) value
               'Calificacion final por ponderacion  '.
           02 filler pic x(8) value 'periodo '.
           02 prnTerm pic x(5).
       01 sectionHeading.
           02 filler pic x(7) value 'Curso: '.
           02 prnCourse pic x(6).
           02 filler pic x(11) value '  seccion: '.
           02 prnSection pic x(2).
           02 filler pic x(9) value '  Tareas:'.
           02 prnWeightT pic zz9.
           02 filler pic x(11) value '% Examenes:'.
           02 prnWeightE pic zz9.
           02 filler pic x(12) value '% Proyectos:'.
           02 prnWeightP pic zz9.
           02 filler pic x value '%'.
       01 columnHeading.
           02 filler pic x(40) value
               '    Id    Nombre      Tareas  Examenes  '.
           02 filler pic x(17) value 'Proyectos  Final'.
       01 resultLine.
           02 filler pic x(4) value space.
           02 prnStudId pic 9(4).
           02 filler pic x(2) value space.
           02 prnStudName pic x(9).
           02 filler pic x(3) value space.
           02 prnPct pic x(10) occurs 3 times.
           02 filler pic x value space.
           02 prnGrade pic x(5).
       01 pctEdit pic zz9.9.
       01 gradeEdit pic zz9.
       01 noWeightLine.
           02 filler pic x(4) value space.
           02 filler pic x(43) value
               'Sin ponderacion registrada; no se calcula.'.

       procedure division.
       mainPara.
           accept wantedTerm from environment "GRADEBOOK_TERM".
           if wantedTerm is equal to space then
               display 'Definir GRADEBOOK_TERM (p.ej. 2026A).'
               move 8 to return-code
               stop run
           end-if.
           open input weightFile.
           if weightStatus is equal to "00" then
               perform loadOneWeight until weightEOF is equal to 'Y'
               close weightFile
           end-if.
           open input assignFile.
           if assignStatus is not equal to "00" then
               display 'No existe assignments.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneAssignment until assignEOF is equal to 'Y'.
           close assignFile.
           open input sectEnrollFile.
           if enrollStatus is not equal to "00" then
               display 'No existe sect-enroll.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneEnrollment until enrollEOF is equal to 'Y'.
           close sectEnrollFile.
           open input scoreFile.
           if scoreStatus is equal to "00" then
               perform loadOneScore until scoreEOF is equal to 'Y'
               close scoreFile
           end-if.
           open input masterFile.
           if masterStatus is equal to "00" then
               perform nameOneStudent until masterEOF is equal to 'Y'
               close masterFile
           end-if.
           perform gradeOneResult
               varying resultIdx from 1 by 1
               until resultIdx is greater than resultCount.
           perform replaceGrades.
           open output finalOut.
           move wantedTerm to prnTerm.
           write printLine from reportHeading.
           perform printOneSection
               varying sectIdx from 1 by 1
               until sectIdx is greater than sectCount.
           close finalOut.
           display 'Calificaciones escritas en grades.dat: '
               gradesWritten.
           display 'Calificaciones reemplazadas:          '
               gradesReplaced.
           if scoresIgnored is greater than zero then
               display 'Puntos sin actividad o alumno:        '
                   scoresIgnored
           end-if.
           if unweightedCount is greater than zero then
               display 'Secciones sin ponderacion:            '
                   unweightedCount
               move 4 to return-code
           end-if.
           stop run.

       findSect.
           move zero to sectFound.
           perform matchOneSect
               varying sectIdx from 1 by 1
               until sectIdx is greater than sectCount
               or sectFound is greater than zero.

       matchOneSect.
           if tblSectCourse(sectIdx) is equal to agCourse and
               tblSectSection(sectIdx) is equal to agSection then
               move sectIdx to sectFound
           end-if.

       addSect.
           if sectCount is less than 500 then
               add 1 to sectCount
               move agCourse to tblSectCourse(sectCount)
               move agSection to tblSectSection(sectCount)
               move 'N' to tblSectWeighted(sectCount)
               perform clearOneSectCategory
                   varying catIdx from 1 by 1
                   until catIdx is greater than 3
               move sectCount to sectFound
           end-if.

       clearOneSectCategory.
           move zero to tblSectWeight(sectCount, catIdx).
           move zero to tblSectPossible(sectCount, catIdx).

       loadOneWeight.
           read weightFile
               at end move 'Y' to weightEOF
               not at end
                   if swTerm is equal to wantedTerm then
                       move function upper-case(swCourse) to agCourse
                       move function upper-case(swSection)
                           to agSection
                       perform findSect
                       if sectFound is equal to zero then
                           perform addSect
                       end-if
                       if sectFound is greater than zero then
                           move 'Y' to tblSectWeighted(sectFound)
                           move swHomework
                               to tblSectWeight(sectFound, 1)
                           move swExam to tblSectWeight(sectFound, 2)
                           move swProject
                               to tblSectWeight(sectFound, 3)
                       end-if
                   end-if
           end-read.

       categoryNumber.
           move zero to catFound.
           evaluate function upper-case(agCategory)
               when 'T' move 1 to catFound
               when 'E' move 2 to catFound
               when 'P' move 3 to catFound
           end-evaluate.

       loadOneAssignment.
           read assignFile
               at end move 'Y' to assignEOF
               not at end
                   if agTerm is equal to wantedTerm then
                       perform takeAssignment
                   end-if
           end-read.

       takeAssignment.
           move function upper-case(agCourse) to agCourse.
           move function upper-case(agSection) to agSection.
           perform categoryNumber.
           perform findSect.
           if sectFound is equal to zero then
               perform addSect
           end-if.
           if sectFound is greater than zero and
               catFound is greater than zero and
               asgCount is less than 3000 then
               add 1 to asgCount
               move sectFound to tblAsgSect(asgCount)
               move function upper-case(agCode)
                   to tblAsgCode(asgCount)
               move catFound to tblAsgCat(asgCount)
               move agMaxPoints to tblAsgMax(asgCount)
               add agMaxPoints to tblSectPossible(sectFound, catFound)
           end-if.

       loadOneEnrollment.
           read sectEnrollFile
               at end move 'Y' to enrollEOF
               not at end
                   if seTerm is equal to wantedTerm then
                       move function upper-case(seCourse) to agCourse
                       move function upper-case(seSection)
                           to agSection
                       perform findSect
                       if sectFound is greater than zero and
                           resultCount is less than 5000 then
                           perform addResult
                       end-if
                   end-if
           end-read.

       addResult.
           add 1 to resultCount.
           move sectFound to tblRsSect(resultCount).
           move seStudId to tblRsStud(resultCount).
           move space to tblRsName(resultCount).
           move 'N' to tblRsGraded(resultCount).
           move zero to tblRsGrade(resultCount).
           perform clearOneResultCategory
               varying catIdx from 1 by 1
               until catIdx is greater than 3.

       clearOneResultCategory.
           move zero to tblRsEarned(resultCount, catIdx).
           move zero to tblRsScored(resultCount, catIdx).
           move zero to tblRsPct(resultCount, catIdx).
           move 'N' to tblRsHasPct(resultCount, catIdx).

       loadOneScore.
           read scoreFile
               at end move 'Y' to scoreEOF
               not at end
                   if scTerm is equal to wantedTerm then
                       perform takeScore
                   end-if
           end-read.

       takeScore.
           move function upper-case(scCourse) to agCourse.
           move function upper-case(scSection) to agSection.
           move function upper-case(scAsgCode) to agCode.
           perform findSect.
           move zero to asgFound.
           move zero to resultFound.
           if sectFound is greater than zero then
               perform matchOneAsg
                   varying asgIdx from 1 by 1
                   until asgIdx is greater than asgCount
                   or asgFound is greater than zero
               perform matchOneResult
                   varying resultIdx from 1 by 1
                   until resultIdx is greater than resultCount
                   or resultFound is greater than zero
           end-if.
           if asgFound is equal to zero or
               resultFound is equal to zero then
               add 1 to scoresIgnored
           else
               move tblAsgCat(asgFound) to catIdx
               add scPoints to tblRsEarned(resultFound, catIdx)
               add tblAsgMax(asgFound)
                   to tblRsScored(resultFound, catIdx)
           end-if.

       matchOneAsg.
           if tblAsgSect(asgIdx) is equal to sectFound and
               tblAsgCode(asgIdx) is equal to agCode then
               move asgIdx to asgFound
           end-if.

       matchOneResult.
           if tblRsSect(resultIdx) is equal to sectFound and
               tblRsStud(resultIdx) is equal to scStudId then
               move resultIdx to resultFound
           end-if.

       nameOneStudent.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   perform nameOneResult
                       varying resultIdx from 1 by 1
                       until resultIdx is greater than resultCount
           end-read.

       nameOneResult.
           if tblRsStud(resultIdx) is equal to masterIdNum then
               move masterStudName to tblRsName(resultIdx)
           end-if.

       gradeOneResult.
           move tblRsSect(resultIdx) to sectIdx.
           move zero to weightUsed.
           move zero to weightedSum.
           perform weighOneCategory
               varying catIdx from 1 by 1
               until catIdx is greater than 3.
           if tblSectWeighted(sectIdx) is equal to 'Y' and
               weightUsed is greater than zero then
               compute tblRsGrade(resultIdx) rounded =
                   weightedSum / weightUsed
               move 'Y' to tblRsGraded(resultIdx)
           end-if.

       weighOneCategory.
           if tblSectPossible(sectIdx, catIdx) is greater than zero
               then
               compute tblRsPct(resultIdx, catIdx) rounded =
                   tblRsEarned(resultIdx, catIdx) * 100 /
                   tblSectPossible(sectIdx, catIdx)
               move 'Y' to tblRsHasPct(resultIdx, catIdx)
               if tblSectWeight(sectIdx, catIdx) is greater than zero
                   then
                   add tblSectWeight(sectIdx, catIdx) to weightUsed
                   compute weightedSum = weightedSum +
                       tblSectWeight(sectIdx, catIdx) *
                       tblRsPct(resultIdx, catIdx)
               end-if
           end-if.

       replaceGrades.
           open input gradesFile.
           if gradesStatus is equal to "00" then
               open output gradesCopy
               move 'N' to gradesEOF
               perform keepOneGrade until gradesEOF is equal to 'Y'
               close gradesFile, gradesCopy
               move 'N' to copyEOF
               open input gradesCopy
               open output gradesFile
               perform reloadOneGrade until copyEOF is equal to 'Y'
               close gradesCopy, gradesFile
           else if gradesStatus is equal to "05" then
               close gradesFile
           end-if.
           open extend gradesFile.
           perform writeOneGrade
               varying resultIdx from 1 by 1
               until resultIdx is greater than resultCount.
           close gradesFile.

       keepOneGrade.
           read gradesFile
               at end move 'Y' to gradesEOF
               not at end
                   move zero to resultFound
                   if gradeTerm is equal to wantedTerm then
                       perform matchOneGraded
                           varying resultIdx from 1 by 1
                           until resultIdx is greater than resultCount
                           or resultFound is greater than zero
                   end-if
                   if resultFound is greater than zero then
                       add 1 to gradesReplaced
                   else
                       write gradesCopyRecord from gradeRecord
                   end-if
           end-read.

       matchOneGraded.
           move tblRsSect(resultIdx) to sectIdx.
           if tblRsGraded(resultIdx) is equal to 'Y' and
               tblRsStud(resultIdx) is equal to gradeStudId and
               tblSectCourse(sectIdx) is equal to
                   function upper-case(gradeCourse) then
               move resultIdx to resultFound
           end-if.

       reloadOneGrade.
           read gradesCopy
               at end move 'Y' to copyEOF
               not at end write gradeRecord from gradesCopyRecord
           end-read.

       writeOneGrade.
           if tblRsGraded(resultIdx) is equal to 'Y' then
               move tblRsSect(resultIdx) to sectIdx
               move space to gradeRecord
               move tblRsStud(resultIdx) to gradeStudId
               move tblSectCourse(sectIdx) to gradeCourse
               move wantedTerm to gradeTerm
               move tblRsGrade(resultIdx) to gradeValue
               write gradeRecord
               add 1 to gradesWritten
           end-if.

       printOneSection.
           move space to printLine.
           write printLine.
           write printLine from pageSeparator.
           move tblSectCourse(sectIdx) to prnCourse.
           move tblSectSection(sectIdx) to prnSection.
           move tblSectWeight(sectIdx, 1) to prnWeightT.
           move tblSectWeight(sectIdx, 2) to prnWeightE.
           move tblSectWeight(sectIdx, 3) to prnWeightP.
           write printLine from sectionHeading.
           if tblSectWeighted(sectIdx) is equal to 'N' then
               add 1 to unweightedCount
               write printLine from noWeightLine
           else
               write printLine from columnHeading
               perform printOneResult
                   varying resultIdx from 1 by 1
                   until resultIdx is greater than resultCount
           end-if.

       printOneResult.
           if tblRsSect(resultIdx) is equal to sectIdx then
               move tblRsStud(resultIdx) to prnStudId
               move tblRsName(resultIdx) to prnStudName
               perform editOnePct
                   varying catIdx from 1 by 1
                   until catIdx is greater than 3
               if tblRsGraded(resultIdx) is equal to 'Y' then
                   move tblRsGrade(resultIdx) to gradeEdit
                   move gradeEdit to prnGrade
               else
                   move '   --' to prnGrade
               end-if
               write printLine from resultLine
           end-if.

       editOnePct.
           if tblRsHasPct(resultIdx, catIdx) is equal to 'Y' then
               move tblRsPct(resultIdx, catIdx) to pctEdit
               move space to prnPct(catIdx)
               move pctEdit to prnPct(catIdx)(2:5)
           else
               move '    --' to prnPct(catIdx)
           end-if.
