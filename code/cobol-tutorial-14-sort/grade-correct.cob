           select teacherFile assign to './teachers.dat'
               organization  is line sequential
               file status is teacherStatus.
           select assignFile assign to './assignments.dat'
               organization  is line sequential
               file status is assignStatus.
           select scoreFile assign to './scores.dat'
               organization  is line sequential
               file status is scoreStatus.
           select scoresCopy assign to './scores-copy.tmp'
               organization  is line sequential.
           select auditFile assign to './grade-audit.dat'
               organization  is line sequential
               file status is auditStatus.
           02 teacherCode pic x(4).
           02 filler pic x.
           02 teacherName pic x(20).
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
       fd scoresCopy.
       01 scoresCopyRecord pic x(29).
       fd auditFile.
       01 auditRecord pic x(60).
       fd auditSeqFile.
       01 teacherStatus pic xx.
       01 auditStatus pic xx.
       01 seqStatus pic xx.
       01 assignStatus pic xx.
       01 scoreStatus pic xx.
       01 gradesEOF pic x.
       01 teacherEOF pic x.
       01 copyEOF pic x.
       01 assignEOF pic x.
       01 scoreEOF pic x.
       01 correctionType pic x.
       01 enteredSection pic x(2).
       01 enteredAsgCode pic x(4).
       01 assignFound pic x.
       01 assignMax pic 9(3).
       01 auditAssignment pic x(4).
       01 moreChanges pic x value 'S'.
       01 enteredIdX pic x(4).
       01 enteredId pic 9(4).
           02 audBefore pic 9(3).
           02 filler pic x value space.
           02 audAfter pic 9(3).
           02 filler pic x value space.
           02 audAssignment pic x(4).

       procedure division.
       mainPara.
           perform correctOneGrade
               until moreChanges is not equal to 'S' and
                   moreChanges is not equal to 's'.
           perform checkTeacher.
           if authOk is equal to 'N' then
               display 'Maestro no autorizado: ' enteredAuth
           else
               display 'Corregir (F)inal o (A)ctividad:'
                   with no advancing
               accept correctionType
               move function upper-case(correctionType)
                   to correctionType
               perform correctByType
           end-if.
           display 'Otra correccion? (S/N):' with no advancing.
           accept moreChanges.

       correctByType.
           if correctionType is equal to 'A' then
               perform captureScoreKey
               if enteredId is greater than zero then
                   perform applyScoreCorrection
               end-if
           else
               perform captureGradeKey
               if enteredId is greater than zero then
                   perform applyCorrection
               end-if
           end-if.

       checkTeacher.
           move 'N' to authOk.
       applyCorrection.
           move 'N' to gradeFound.
           open input validGrades.
           if gradesStatus is not equal to "00" then
               display 'No existe grades-valid.dat.'
               move 8 to return-code
               stop run
           end-if.
           open output gradesCopy.
           move 'N' to gradesEOF.
           perform changeOneGrade until gradesEOF is equal to 'Y'.
               display 'curso y periodo.'
           else
               perform rewriteGrades
               move space to auditAssignment
               perform writeAuditEntry
               display 'Calificacion corregida de ' oldGrade
                   ' a ' enteredGrade '.'
           move enteredTerm to audTerm.
           move oldGrade to audBefore.
           move enteredGrade to audAfter.
           move auditAssignment to audAssignment.
           open extend auditFile.
           if auditStatus is equal to "00" or
               auditStatus is equal to "05" then
               close auditFile
           end-if.

       captureScoreKey.
           move zero to enteredId.
           display 'Id de alumno:' with no advancing.
           accept enteredIdX.
           if function test-numval(enteredIdX) is equal to zero then
               compute enteredId = function numval(enteredIdX)
           end-if.
           display 'Curso (6 letras):' with no advancing.
           accept enteredCourse.
           move function upper-case(enteredCourse) to enteredCourse.
           display 'Periodo (p.ej. 2026A):' with no advancing.
           accept enteredTerm.
           display 'Seccion:' with no advancing.
           accept enteredSection.
           move function upper-case(enteredSection) to enteredSection.
           display 'Clave de la actividad:' with no advancing.
           accept enteredAsgCode.
           move function upper-case(enteredAsgCode) to enteredAsgCode.
           perform findAssignment.
           if assignFound is equal to 'N' then
               move zero to enteredId
               display 'Actividad no registrada en esa seccion.'
           else
               perform captureScoreValue
           end-if.

       captureScoreValue.
           display 'Nuevos puntos (maximo ' assignMax '):'
               with no advancing.
           accept enteredGradeX.
           if function test-numval(enteredGradeX) is equal to zero
               then
               compute enteredGrade = function numval(enteredGradeX)
           else
               move zero to enteredGrade
               move zero to enteredId
               display 'Puntos invalidos.'
           end-if.
           if enteredGrade is greater than assignMax then
               move zero to enteredId
               display 'Los puntos exceden el maximo de la actividad.'
           end-if.

       findAssignment.
           move 'N' to assignFound.
           move zero to assignMax.
           open input assignFile.
           if assignStatus is equal to "00" then
               move 'N' to assignEOF
               perform matchOneAssignment
                   until assignEOF is equal to 'Y'
               close assignFile
           end-if.

       matchOneAssignment.
           read assignFile
               at end move 'Y' to assignEOF
               not at end
                   if agTerm is equal to enteredTerm and
                       function upper-case(agCourse) is equal to
                           enteredCourse and
                       function upper-case(agSection) is equal to
                           enteredSection and
                       function upper-case(agCode) is equal to
                           enteredAsgCode then
                       move 'Y' to assignFound
                       move agMaxPoints to assignMax
                   end-if
           end-read.

       applyScoreCorrection.
           move 'N' to gradeFound.
           open input scoreFile.
           if scoreStatus is not equal to "00" then
               display 'No existe scores.dat.'
           else
               open output scoresCopy
               move 'N' to scoreEOF
               perform changeOneScore until scoreEOF is equal to 'Y'
               close scoreFile, scoresCopy
               perform finishScoreCorrection
           end-if.

       finishScoreCorrection.
           if gradeFound is equal to 'N' then
               display 'No hay puntos capturados para ese alumno en'
               display 'la actividad; capturarlos en el libro de'
               display 'calificaciones.'
           else
               perform rewriteScores
               move enteredAsgCode to auditAssignment
               perform writeAuditEntry
               display 'Puntos corregidos de ' oldGrade
                   ' a ' enteredGrade '.'
           end-if.

       changeOneScore.
           read scoreFile
               at end move 'Y' to scoreEOF
               not at end
                   if scStudId is equal to enteredId and
                       scTerm is equal to enteredTerm and
                       function upper-case(scCourse) is equal to
                           enteredCourse and
                       function upper-case(scSection) is equal to
                           enteredSection and
                       function upper-case(scAsgCode) is equal to
                           enteredAsgCode and
                       gradeFound is equal to 'N' then
                       move 'Y' to gradeFound
                       move scPoints to oldGrade
                       move enteredGrade to scPoints
                   end-if
                   write scoresCopyRecord from scoreRecord
           end-read.

       rewriteScores.
           move 'N' to copyEOF.
           open input scoresCopy.
           open output scoreFile.
           perform reloadOneScore until copyEOF is equal to 'Y'.
           close scoresCopy, scoreFile.

       reloadOneScore.
           read scoresCopy
               at end move 'Y' to copyEOF
               not at end write scoreRecord from scoresCopyRecord
           end-read.

       getNextAuditSeq.
           move zero to nextSeq.
           open input auditSeqFile.
