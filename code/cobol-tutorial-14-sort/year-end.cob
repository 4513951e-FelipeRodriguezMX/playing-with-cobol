       identification division.
       program-id. yearend.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select masterCopy assign to './data-master-copy.tmp'
               organization  is line sequential.
           select levelFile assign to './stud-levels.dat'
               organization  is line sequential
               file status is levelStatus.
           select validGrades assign to './grades-valid.dat'
               organization  is line sequential
               file status is gradesStatus.
           select scaleFile assign to './gradescale.dat'
               organization  is line sequential
               file status is scaleStatus.
           select courseFile assign to './courses.dat'
               organization  is line sequential
               file status is courseStatus.
           select reqFile assign to './grad-reqs.dat'
               organization  is line sequential
               file status is reqStatus.
           select enrollJournal assign to './enroll-journal.dat'
               organization  is line sequential
               file status is journalStatus.
           select sortWork assign to './yearend.tmp'.
           select sortedGrades assign to './yearend-sorted.tmp'
               organization  is line sequential.
           select promotionOut assign to './PromotionReport.dat'
               organization  is line sequential.
           select candidateOut assign to './GraduationCandidates.dat'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd masterCopy.
       01 masterCopyRecord pic x(17).
       fd levelFile.
       01 levelRecord.
           02 lvStudId pic 9(4).
           02 filler pic x.
           02 lvLevel pic 9(2).
           02 filler pic x.
           02 lvLastYear pic 9(4).
       fd validGrades.
       01 gradeRecord pic x(21).
       fd scaleFile.
       01 scaleRecord.
           02 scaleMin pic 9(3).
           02 filler pic x.
           02 scaleMax pic 9(3).
           02 filler pic x.
           02 scalePoints pic 9v9.
       fd courseFile.
       01 courseRecord.
           02 courseCode pic x(6).
           02 filler pic x.
           02 courseTitle pic x(30).
           02 filler pic x.
           02 courseCredits pic 9(2).
           02 filler pic x.
           02 courseSchool pic x(3).
       fd reqFile.
       01 reqRecord.
           02 rqSchool pic x(3).
           02 filler pic x.
           02 rqLevel pic 9(2).
           02 filler pic x.
           02 rqCredits pic 9(3).
           02 filler pic x.
           02 rqFinal pic x.
       fd enrollJournal.
       01 enrollJournalRecord pic x(60).
       sd sortWork.
       01 workGrade.
           02 workStudId pic 9(4).
           02 filler pic x.
           02 workCourse pic x(6).
           02 filler pic x(10).
       fd sortedGrades.
       01 sortedGradeRecord.
           02 sortStudId pic 9(4).
           02 filler pic x.
           02 sortCourse pic x(6).
           02 filler pic x.
           02 sortTerm pic x(5).
           02 filler pic x.
           02 sortValue pic 9(3).
       fd promotionOut.
       01 printLine pic x(70).
       fd candidateOut.
       01 candidateLine pic x(70).
       working-storage section.
       01 masterStatus pic xx.
       01 levelStatus pic xx.
       01 gradesStatus pic xx.
       01 scaleStatus pic xx.
       01 courseStatus pic xx.
       01 reqStatus pic xx.
       01 journalStatus pic xx.
       01 masterEOF pic x value 'N'.
       01 levelEOF pic x value 'N'.
       01 sortedEOF pic x value 'N'.
       01 scaleEOF pic x.
       01 courseEOF pic x.
       01 reqEOF pic x.
       01 copyEOF pic x.
       01 yearParam pic x(4).
       01 runYear pic 9(4).
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
               03 tblLevelIdx pic 9(4).
               03 tblCredits pic 9(4).
               03 tblRequired pic 9(4).
               03 tblFinal pic x.
               03 tblOldLevel pic 9(2).
               03 tblResult pic x.
       01 studIdx pic 9(4).
       01 foundIdx pic 9(4).
       01 matchId pic 9(4).
       01 levelCount pic 9(4) value zero.
       01 levelTable.
           02 levelEntry
               occurs 1 to 9999 times
               depending on levelCount
               indexed by LI.
               03 tblLvlStudId pic 9(4).
               03 tblLvlLevel pic 9(2).
               03 tblLvlYear pic 9(4).
       01 levelIdx pic 9(4).
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
       01 courseCount pic 9(4) value zero.
       01 courseTable.
           02 courseEntry
               occurs 1 to 2000 times
               depending on courseCount
               indexed by CI.
               03 tblCourseCode pic x(6).
               03 tblCourseCredits pic 9(2).
       01 courseIdx pic 9(4).
       01 courseCreditsFound pic 9(2).
       01 reqCount pic 9(3) value zero.
       01 reqTable.
           02 reqEntry
               occurs 1 to 300 times
               depending on reqCount
               indexed by RI.
               03 tblReqSchool pic x(3).
               03 tblReqLevel pic 9(2).
               03 tblReqCredits pic 9(3).
               03 tblReqFinal pic x.
       01 reqIdx pic 9(3).
       01 reqFound pic 9(3).
       01 schoolCount pic 9(2) value zero.
       01 schoolTable.
           02 schoolEntry
               occurs 1 to 50 times
               depending on schoolCount
               indexed by SCH.
               03 tblSchool pic x(3).
       01 schoolIdx pic 9(2).
       01 schoolFound pic x.
       01 currentStud pic 9(4).
       01 currentCourse pic x(6).
       01 coursePassed pic x.
       01 haveCourse pic x value 'N'.
       01 missingCredits pic 9(4).
       01 listResult pic x.
       01 listTotal pic 9(4).
       01 promotedCount pic 9(4) value zero.
       01 graduatedCount pic 9(4) value zero.
       01 heldCount pic 9(4) value zero.
       01 skippedCount pic 9(4) value zero.
       01 noSetupCount pic 9(4) value zero.
       01 candidateCount pic 9(4) value zero.
       01 levelText.
           02 filler pic x(6) value 'NIVEL '.
           02 levelTextNum pic 9(2).
       01 journalLine.
           02 jrnTimestamp pic x(14).
           02 filler pic x value space.
           02 jrnAction pic x(8).
           02 filler pic x value space.
           02 jrnStudId pic 9(4).
           02 filler pic x value space.
           02 jrnBefore pic x(9).
           02 filler pic x value space.
           02 jrnAfter pic x(9).
       01 pageSeparator pic x(70) value all '='.
       01 reportHeading.
           02 filler pic x(36) value
               'Promocion de fin de ciclo escolar   '.
           02 prnYear pic 9(4).
       01 schoolHeading.
           02 filler pic x(9) value 'Escuela: '.
           02 prnSchool pic x(3).
       01 listHeading.
           02 filler pic x(2) value space.
           02 prnListTitle pic x(40).
       01 columnHeading.
           02 filler pic x(40) value
               '    Id    Nombre     Grado  Nuevo  Credi'.
           02 filler pic x(20) value
               'tos  Requer.  Faltan'.
       01 resultLine.
           02 filler pic x(4) value space.
           02 prnStudId pic 9(4).
           02 filler pic x(2) value space.
           02 prnStudName pic x(9).
           02 filler pic x(4) value space.
           02 prnOldLevel pic z9.
           02 filler pic x(5) value space.
           02 prnNewLevel pic x(2).
           02 filler pic x(6) value space.
           02 prnCredits pic zzz9.
           02 filler pic x(5) value space.
           02 prnRequired pic zzz9.
           02 filler pic x(4) value space.
           02 prnMissing pic zzzz.
       01 noteLine.
           02 filler pic x(4) value space.
           02 prnNoteId pic 9(4).
           02 filler pic x(2) value space.
           02 prnNoteName pic x(9).
           02 filler pic x(2) value space.
           02 prnNote pic x(40).
       01 countLine.
           02 filler pic x(4) value space.
           02 prnCountLabel pic x(20).
           02 prnCount pic zzz9.
       01 candidateHeading.
           02 filler pic x(36) value
               'Candidatos a egresar, ciclo         '.
           02 prnCandYear pic 9(4).
       01 candidateColumns.
           02 filler pic x(40) value
               'Esc  Id    Nombre     Grado  Creditos  R'.
           02 filler pic x(20) value
               'equer.  Dictamen'.
       01 candidateDetail.
           02 prnCandSchool pic x(3).
           02 filler pic x(2) value space.
           02 prnCandId pic 9(4).
           02 filler pic x(2) value space.
           02 prnCandName pic x(9).
           02 filler pic x(4) value space.
           02 prnCandLevel pic z9.
           02 filler pic x(6) value space.
           02 prnCandCredits pic zzz9.
           02 filler pic x(5) value space.
           02 prnCandRequired pic zzz9.
           02 filler pic x(2) value space.
           02 prnCandResult pic x(20).
       01 missingText.
           02 filler pic x(7) value 'FALTAN '.
           02 missingTextNum pic zzz9.
           02 filler pic x(9) value ' creditos'.

       procedure division.
       mainPara.
           accept yearParam from environment "PROMOTION_YEAR".
           if function test-numval(yearParam) is equal to zero and
               yearParam is not equal to space then
               compute runYear = function numval(yearParam)
           else
               move function current-date(1:4) to runYear
           end-if.
           perform loadScale.
           if scaleCount is equal to zero then
               display 'No existe gradescale.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadRequirements.
           if reqCount is equal to zero then
               display 'No existe grad-reqs.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadCourses.
           if courseCount is equal to zero then
               display 'No existe courses.dat.'
               move 8 to return-code
               stop run
           end-if.
           open input masterFile.
           if masterStatus is not equal to "00" then
               display 'No existe data-master.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneStudent until masterEOF is equal to 'Y'.
           close masterFile.
           open input levelFile.
           if levelStatus is not equal to "00" then
               display 'No existe stud-levels.dat.'
               move 8 to return-code
               stop run
           end-if.
           perform loadOneLevel until levelEOF is equal to 'Y'.
           close levelFile.
           open input validGrades.
           if gradesStatus is not equal to "00" then
               display 'No existe grades-valid.dat, correr la'
                   ' validacion de calificaciones.'
               move 8 to return-code
               stop run
           end-if.
           close validGrades.
           sort sortWork
               on ascending key workStudId, workCourse
               using validGrades
               giving sortedGrades.
           open input sortedGrades.
           perform takeOneGrade until sortedEOF is equal to 'Y'.
           close sortedGrades.
           if haveCourse is equal to 'Y' then
               perform closeCourse
           end-if.
           perform decideOneStudent
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           perform applyChanges.
           perform printReports.
           display 'Promovidos:           ' promotedCount.
           display 'Egresados:            ' graduatedCount.
           display 'Retenidos:            ' heldCount.
           display 'Ya procesados en ' runYear ':  ' skippedCount.
           if noSetupCount is greater than zero then
               display 'Sin grado o requisito: ' noSetupCount
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

       loadRequirements.
           open input reqFile.
           if reqStatus is equal to "00" then
               move 'N' to reqEOF
               perform loadOneRequirement until reqEOF is equal to 'Y'
               close reqFile
           end-if.

       loadOneRequirement.
           read reqFile
               at end move 'Y' to reqEOF
               not at end
                   if reqCount is less than 300 then
                       add 1 to reqCount
                       move function upper-case(rqSchool)
                           to tblReqSchool(reqCount)
                       move rqLevel to tblReqLevel(reqCount)
                       move rqCredits to tblReqCredits(reqCount)
                       move function upper-case(rqFinal)
                           to tblReqFinal(reqCount)
                   end-if
           end-read.

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
                   if courseCount is less than 2000 then
                       add 1 to courseCount
                       move function upper-case(courseCode)
                           to tblCourseCode(courseCount)
                       move courseCredits
                           to tblCourseCredits(courseCount)
                   end-if
           end-read.

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
                   move zero to tblLevelIdx(studCount)
                   move zero to tblCredits(studCount)
                   move zero to tblRequired(studCount)
                   move zero to tblOldLevel(studCount)
                   move space to tblFinal(studCount)
                   move space to tblResult(studCount)
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

       loadOneLevel.
           read levelFile
               at end move 'Y' to levelEOF
               not at end
                   if levelCount is less than 9999 then
                       add 1 to levelCount
                       move lvStudId to tblLvlStudId(levelCount)
                       move lvLevel to tblLvlLevel(levelCount)
                       move lvLastYear to tblLvlYear(levelCount)
                       move lvStudId to matchId
                       perform findStudent
                       if foundIdx is greater than zero then
                           move levelCount to tblLevelIdx(foundIdx)
                       end-if
                   end-if
           end-read.

       takeOneGrade.
           read sortedGrades
               at end move 'Y' to sortedEOF
               not at end
                   if haveCourse is equal to 'Y' and
                       (sortStudId is not equal to currentStud or
                        function upper-case(sortCourse) is not equal to
                        currentCourse) then
                       perform closeCourse
                   end-if
                   if haveCourse is equal to 'N' then
                       move sortStudId to currentStud
                       move function upper-case(sortCourse)
                           to currentCourse
                       move 'N' to coursePassed
                       move 'Y' to haveCourse
                   end-if
                   perform lookupPoints
                   if gradePoints is greater than zero then
                       move 'Y' to coursePassed
                   end-if
           end-read.

       closeCourse.
           move 'N' to haveCourse.
           if coursePassed is equal to 'Y' then
               move currentStud to matchId
               perform findStudent
               if foundIdx is greater than zero then
                   perform findCourseCredits
                   add courseCreditsFound to tblCredits(foundIdx)
               end-if
           end-if.

       findCourseCredits.
           move zero to courseCreditsFound.
           perform matchOneCourse
               varying courseIdx from 1 by 1
               until courseIdx is greater than courseCount.

       matchOneCourse.
           if tblCourseCode(courseIdx) is equal to currentCourse then
               move tblCourseCredits(courseIdx) to courseCreditsFound
           end-if.

       lookupPoints.
           move zero to gradePoints.
           perform checkOneScale
               varying scaleIdx from 1 by 1
               until scaleIdx is greater than scaleCount.

       checkOneScale.
           if sortValue is not less than tblScaleMin(scaleIdx) and
               sortValue is not greater than tblScaleMax(scaleIdx)
               then
               move tblScalePoints(scaleIdx) to gradePoints
           end-if.

       decideOneStudent.
           if tblStudStatus(studIdx) is not equal to 'W' and
               tblStudStatus(studIdx) is not equal to 'G' then
               perform noteSchool
               perform classifyStudent
           end-if.

       noteSchool.
           move 'N' to schoolFound.
           perform matchOneSchool
               varying schoolIdx from 1 by 1
               until schoolIdx is greater than schoolCount.
           if schoolFound is equal to 'N' and
               schoolCount is less than 50 then
               add 1 to schoolCount
               move tblStudSchool(studIdx) to tblSchool(schoolCount)
           end-if.

       matchOneSchool.
           if tblSchool(schoolIdx) is equal to tblStudSchool(studIdx)
               then
               move 'Y' to schoolFound
           end-if.

       classifyStudent.
           move tblLevelIdx(studIdx) to levelIdx.
           if levelIdx is equal to zero then
               move 'S' to tblResult(studIdx)
               add 1 to noSetupCount
           else
               move tblLvlLevel(levelIdx) to tblOldLevel(studIdx)
               perform findRequirement
               if tblLvlYear(levelIdx) is equal to runYear then
                   move 'Y' to tblResult(studIdx)
                   add 1 to skippedCount
               else if reqFound is equal to zero then
                   move 'R' to tblResult(studIdx)
                   add 1 to noSetupCount
               else
                   perform applyRequirement
               end-if
               end-if
           end-if.

       findRequirement.
           move zero to reqFound.
           perform matchOneRequirement
               varying reqIdx from 1 by 1
               until reqIdx is greater than reqCount
               or reqFound is greater than zero.

       matchOneRequirement.
           if tblReqSchool(reqIdx) is equal to tblStudSchool(studIdx)
               and tblReqLevel(reqIdx) is equal to
               tblLvlLevel(levelIdx) then
               move reqIdx to reqFound
           end-if.

       applyRequirement.
           move tblReqCredits(reqFound) to tblRequired(studIdx).
           move tblReqFinal(reqFound) to tblFinal(studIdx).
           if tblCredits(studIdx) is less than tblRequired(studIdx)
               then
               move 'H' to tblResult(studIdx)
               add 1 to heldCount
           else if tblFinal(studIdx) is equal to 'G' then
               move 'G' to tblResult(studIdx)
               add 1 to graduatedCount
           else
               move 'P' to tblResult(studIdx)
               add 1 to promotedCount
           end-if.

       applyChanges.
           perform changeOneLevel
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           open output levelFile.
           perform writeOneLevel
               varying levelIdx from 1 by 1
               until levelIdx is greater than levelCount.
           close levelFile.
           if graduatedCount is greater than zero then
               perform rewriteMasterStatus
           end-if.

       changeOneLevel.
           move tblLevelIdx(studIdx) to levelIdx.
           move tblStudId(studIdx) to jrnStudId.
           if tblResult(studIdx) is equal to 'P' then
               add 1 to tblLvlLevel(levelIdx)
               move runYear to tblLvlYear(levelIdx)
               move 'PROMUEVE' to jrnAction
               move tblOldLevel(studIdx) to levelTextNum
               move levelText to jrnBefore
               move tblLvlLevel(levelIdx) to levelTextNum
               move levelText to jrnAfter
               perform writeJournal
           else if tblResult(studIdx) is equal to 'G' then
               move runYear to tblLvlYear(levelIdx)
               move 'EGRESO' to jrnAction
               move tblOldLevel(studIdx) to levelTextNum
               move levelText to jrnBefore
               move 'EGRESADO' to jrnAfter
               perform writeJournal
           else if tblResult(studIdx) is equal to 'H' then
               move 'RETIENE' to jrnAction
               move tblOldLevel(studIdx) to levelTextNum
               move levelText to jrnBefore
               move levelText to jrnAfter
               perform writeJournal
           end-if.

       writeOneLevel.
           move space to levelRecord.
           move tblLvlStudId(levelIdx) to lvStudId.
           move tblLvlLevel(levelIdx) to lvLevel.
           move tblLvlYear(levelIdx) to lvLastYear.
           write levelRecord.

       rewriteMasterStatus.
           move 'N' to masterEOF.
           open input masterFile.
           open output masterCopy.
           perform copyOneMaster until masterEOF is equal to 'Y'.
           close masterFile, masterCopy.
           move 'N' to copyEOF.
           open input masterCopy.
           open output masterFile.
           perform reloadOneMaster until copyEOF is equal to 'Y'.
           close masterCopy, masterFile.

       copyOneMaster.
           read masterFile
               at end move 'Y' to masterEOF
               not at end
                   move masterIdNum to matchId
                   perform findStudent
                   if foundIdx is greater than zero then
                       if tblResult(foundIdx) is equal to 'G' then
                           move 'G' to masterStatus2
                       end-if
                   end-if
                   write masterCopyRecord from masterStudData
           end-read.

       reloadOneMaster.
           read masterCopy
               at end move 'Y' to copyEOF
               not at end write masterStudData from masterCopyRecord
           end-read.

       writeJournal.
           move function current-date(1:14) to jrnTimestamp.
           open extend enrollJournal.
           if journalStatus is equal to "00" or
               journalStatus is equal to "05" then
               write enrollJournalRecord from journalLine
               close enrollJournal
           end-if.

       printReports.
           open output promotionOut, candidateOut.
           move runYear to prnYear.
           write printLine from reportHeading.
           move runYear to prnCandYear.
           write candidateLine from candidateHeading.
           move space to candidateLine.
           write candidateLine.
           write candidateLine from candidateColumns.
           perform printOneSchool
               varying schoolIdx from 1 by 1
               until schoolIdx is greater than schoolCount.
           move space to candidateLine.
           write candidateLine.
           move 'Candidatos:' to prnCountLabel.
           move candidateCount to prnCount.
           write candidateLine from countLine.
           close promotionOut, candidateOut.

       printOneSchool.
           move space to printLine.
           write printLine.
           write printLine from pageSeparator.
           move tblSchool(schoolIdx) to prnSchool.
           write printLine from schoolHeading.
           move 'P' to listResult.
           move 'Promovidos' to prnListTitle.
           perform printOneList.
           move 'G' to listResult.
           move 'Egresados' to prnListTitle.
           perform printOneList.
           move 'H' to listResult.
           move 'Retenidos (creditos faltantes)' to prnListTitle.
           perform printOneList.
           move space to printLine.
           write printLine.
           move 'Excepciones' to prnListTitle.
           write printLine from listHeading.
           perform printOneException
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           perform printOneCandidate
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.

       printOneList.
           move zero to listTotal.
           move space to printLine.
           write printLine.
           write printLine from listHeading.
           write printLine from columnHeading.
           perform printOneResult
               varying studIdx from 1 by 1
               until studIdx is greater than studCount.
           move 'Total:' to prnCountLabel.
           move listTotal to prnCount.
           write printLine from countLine.

       printOneResult.
           if tblStudSchool(studIdx) is equal to tblSchool(schoolIdx)
               and tblResult(studIdx) is equal to listResult then
               add 1 to listTotal
               move tblStudId(studIdx) to prnStudId
               move tblStudName(studIdx) to prnStudName
               move tblOldLevel(studIdx) to prnOldLevel
               move tblCredits(studIdx) to prnCredits
               move tblRequired(studIdx) to prnRequired
               move zero to missingCredits
               move space to prnNewLevel
               if listResult is equal to 'P' then
                   move tblLevelIdx(studIdx) to levelIdx
                   move tblLvlLevel(levelIdx) to prnNewLevel
               else if listResult is equal to 'G' then
                   move '--' to prnNewLevel
               else
                   compute missingCredits =
                       tblRequired(studIdx) - tblCredits(studIdx)
               end-if
               end-if
               move missingCredits to prnMissing
               write printLine from resultLine
           end-if.

       printOneException.
           if tblStudSchool(studIdx) is equal to tblSchool(schoolIdx)
               then
               move tblStudId(studIdx) to prnNoteId
               move tblStudName(studIdx) to prnNoteName
               evaluate tblResult(studIdx)
                   when 'S'
                       move 'sin grado en stud-levels.dat' to prnNote
                       write printLine from noteLine
                   when 'R'
                       move 'sin requisito para su escuela y grado'
                           to prnNote
                       write printLine from noteLine
                   when 'Y'
                       move 'ya procesado en este ciclo' to prnNote
                       write printLine from noteLine
               end-evaluate
           end-if.

       printOneCandidate.
           if tblStudSchool(studIdx) is equal to tblSchool(schoolIdx)
               and tblFinal(studIdx) is equal to 'G' then
               add 1 to candidateCount
               move tblStudSchool(studIdx) to prnCandSchool
               move tblStudId(studIdx) to prnCandId
               move tblStudName(studIdx) to prnCandName
               move tblOldLevel(studIdx) to prnCandLevel
               move tblCredits(studIdx) to prnCandCredits
               move tblRequired(studIdx) to prnCandRequired
               if tblResult(studIdx) is equal to 'G' then
                   move 'EGRESA' to prnCandResult
               else
                   compute missingCredits =
                       tblRequired(studIdx) - tblCredits(studIdx)
                   move missingCredits to missingTextNum
                   move missingText to prnCandResult
               end-if
               write candidateLine from candidateDetail
           end-if.
