       identification division.
       program-id. guardmaint.
       environment division.
       input-output section.
       file-control.
           select masterFile assign to './data-master.dat'
               organization  is line sequential
               file status is masterStatus.
           select optional guardianFile assign to './guardians.dat'
               organization  is line sequential
               file status is guardianStatus.
           select guardianCopy assign to './guardians-copy.tmp'
               organization  is line sequential.
       data division.
       file section.
       fd masterFile.
       01 masterStudData.
           02 masterIdNum pic 9(4).
           02 masterStudName pic x(9).
           02 masterSchool pic x(3).
           02 masterStatus2 pic x.
       fd guardianFile.
       01 guardianRecord.
           02 gdStudId pic 9(4).
           02 filler pic x.
           02 gdSeq pic 9.
           02 filler pic x.
           02 gdPrimary pic x.
           02 filler pic x.
           02 gdRelation pic x(10).
           02 filler pic x.
           02 gdName pic x(25).
           02 filler pic x.
           02 gdAddress pic x(40).
           02 filler pic x.
           02 gdPhone pic x(15).
           02 filler pic x.
           02 gdEmail pic x(40).
       fd guardianCopy.
       01 guardianCopyRecord pic x(143).
       working-storage section.
       01 masterStatus pic xx.
       01 guardianStatus pic xx.
       01 masterEOF pic x.
       01 guardianEOF pic x.
       01 copyEOF pic x.
       01 stayOpen pic x value 'Y'.
       01 choice pic 9.
       01 enteredIdX pic x(4).
       01 enteredId pic 9(4).
       01 enteredSeqX pic x.
       01 enteredSeq pic 9.
       01 enteredRelation pic x(10).
       01 enteredName pic x(25).
       01 enteredAddress pic x(40).
       01 enteredPhone pic x(15).
       01 enteredEmail pic x(40).
       01 enteredPrimary pic x.
       01 studentFound pic x.
       01 studentName pic x(9).
       01 guardianCount pic 9.
       01 highestSeq pic 9.
       01 guardianFound pic x.
       01 removedPrimary pic x.
       01 promotePending pic x.
       01 guardianAction pic x.
       01 changesMade pic 9(3) value zero.

       procedure division.
       mainPara.
           perform menuLoop until stayOpen is equal to 'N'.
           display 'Cambios a tutores: ' changesMade.
           stop run.

       menuLoop.
           display ' '
           display 'Padres y tutores'
           display '1 : Alta de tutor'
           display '2 : Actualizar contacto'
           display '3 : Marcar contacto principal'
           display '4 : Baja de tutor'
           display '5 : Consultar tutores del alumno'
           display '0 : Salir'
           display ':' with no advancing.
           accept choice.
           evaluate choice
               when 1 perform addGuardian
               when 2 perform updateContact
               when 3 perform setPrimary
               when 4 perform removeGuardian
               when 5 perform listGuardians
               when other move 'N' to stayOpen
           end-evaluate.

       promptStudentId.
           move zero to enteredId.
           display 'Id de alumno:' with no advancing.
           accept enteredIdX.
           if function test-numval(enteredIdX) is equal to zero then
               compute enteredId = function numval(enteredIdX)
           end-if.
           perform findStudent.
           if studentFound is equal to 'N' then
               display 'Alumno no existe: ' enteredIdX
           end-if.

       promptSeq.
           move zero to enteredSeq.
           display 'Numero de tutor:' with no advancing.
           accept enteredSeqX.
           if enteredSeqX is numeric then
               move enteredSeqX to enteredSeq
           end-if.

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
                       move 'Y' to studentFound
                       move masterStudName to studentName
                   end-if
           end-read.

       addGuardian.
           perform promptStudentId.
           if studentFound is equal to 'Y' then
               perform countGuardians
               if highestSeq is equal to 9 then
                   display 'El alumno ya tiene 9 tutores.'
               else
                   perform captureGuardian
               end-if
           end-if.

       captureGuardian.
           display 'Parentesco (madre, padre, tutor...):'
               with no advancing.
           accept enteredRelation.
           display 'Nombre completo:' with no advancing.
           accept enteredName.
           display 'Domicilio:' with no advancing.
           accept enteredAddress.
           display 'Telefono:' with no advancing.
           accept enteredPhone.
           display 'Correo electronico:' with no advancing.
           accept enteredEmail.
           move 'S' to enteredPrimary.
           if guardianCount is greater than zero then
               display 'Contacto principal? (S/N):' with no advancing
               accept enteredPrimary
               move function upper-case(enteredPrimary)
                   to enteredPrimary
           end-if.
           if enteredName is equal to space or
               enteredAddress is equal to space then
               display 'Nombre y domicilio son obligatorios.'
           else
               add 1 to highestSeq
               open extend guardianFile
               move space to guardianRecord
               move enteredId to gdStudId
               move highestSeq to gdSeq
               move 'N' to gdPrimary
               move enteredRelation to gdRelation
               move enteredName to gdName
               move enteredAddress to gdAddress
               move enteredPhone to gdPhone
               move enteredEmail to gdEmail
               write guardianRecord
               close guardianFile
               add 1 to changesMade
               display 'Tutor ' highestSeq ' registrado para '
                   studentName
               if enteredPrimary is equal to 'S' then
                   move highestSeq to enteredSeq
                   perform applyPrimary
               end-if
           end-if.

       countGuardians.
           move zero to guardianCount.
           move zero to highestSeq.
           open input guardianFile.
           if guardianStatus is equal to "00" then
               move 'N' to guardianEOF
               perform countOneGuardian
                   until guardianEOF is equal to 'Y'
               close guardianFile
           else if guardianStatus is equal to "05" then
               close guardianFile
           end-if.

       countOneGuardian.
           read guardianFile
               at end move 'Y' to guardianEOF
               not at end
                   if gdStudId is equal to enteredId then
                       add 1 to guardianCount
                       if gdSeq is greater than highestSeq then
                           move gdSeq to highestSeq
                       end-if
                   end-if
           end-read.

       updateContact.
           perform promptStudentId.
           if studentFound is equal to 'Y' then
               perform promptSeq
               display 'Datos nuevos (en blanco conserva el actual)'
               display 'Domicilio:' with no advancing
               accept enteredAddress
               display 'Telefono:' with no advancing
               accept enteredPhone
               display 'Correo electronico:' with no advancing
               accept enteredEmail
               move 'C' to guardianAction
               perform copyGuardians
               if guardianFound is equal to 'N' then
                   display 'Tutor no registrado para el alumno.'
               else
                   perform rewriteGuardians
                   add 1 to changesMade
                   display 'Contacto actualizado.'
               end-if
           end-if.

       setPrimary.
           perform promptStudentId.
           if studentFound is equal to 'Y' then
               perform promptSeq
               perform applyPrimary
               if guardianFound is equal to 'Y' then
                   add 1 to changesMade
               end-if
           end-if.

       applyPrimary.
           move 'P' to guardianAction.
           perform copyGuardians.
           if guardianFound is equal to 'N' then
               display 'Tutor no registrado para el alumno.'
           else
               perform rewriteGuardians
               display 'Contacto principal: tutor ' enteredSeq
           end-if.

       removeGuardian.
           perform promptStudentId.
           if studentFound is equal to 'Y' then
               perform promptSeq
               move 'B' to guardianAction
               perform copyGuardians
               if guardianFound is equal to 'N' then
                   display 'Tutor no registrado para el alumno.'
               else
                   perform rewriteGuardians
                   add 1 to changesMade
                   display 'Tutor dado de baja.'
               end-if
           end-if.

       copyGuardians.
           move 'N' to guardianFound.
           move 'N' to removedPrimary.
           open input guardianFile.
           if guardianStatus is equal to "00" then
               open output guardianCopy
               move 'N' to guardianEOF
               perform copyOneGuardian until guardianEOF is equal to 'Y'
               close guardianFile, guardianCopy
           else if guardianStatus is equal to "05" then
               close guardianFile
           end-if.

       copyOneGuardian.
           read guardianFile
               at end move 'Y' to guardianEOF
               not at end
                   if gdStudId is equal to enteredId then
                       perform changeOneGuardian
                   else
                       write guardianCopyRecord from guardianRecord
                   end-if
           end-read.

       changeOneGuardian.
           if gdSeq is equal to enteredSeq then
               move 'Y' to guardianFound
           end-if.
           evaluate guardianAction
               when 'C'
                   if gdSeq is equal to enteredSeq then
                       perform changeContactData
                   end-if
                   write guardianCopyRecord from guardianRecord
               when 'P'
                   if gdSeq is equal to enteredSeq then
                       move 'Y' to gdPrimary
                   else
                       move 'N' to gdPrimary
                   end-if
                   write guardianCopyRecord from guardianRecord
               when 'B'
                   if gdSeq is equal to enteredSeq then
                       move gdPrimary to removedPrimary
                   else
                       write guardianCopyRecord from guardianRecord
                   end-if
           end-evaluate.

       changeContactData.
           if enteredAddress is not equal to space then
               move enteredAddress to gdAddress
           end-if.
           if enteredPhone is not equal to space then
               move enteredPhone to gdPhone
           end-if.
           if enteredEmail is not equal to space then
               move enteredEmail to gdEmail
           end-if.

       rewriteGuardians.
           move 'N' to copyEOF.
           move removedPrimary to promotePending.
           open input guardianCopy.
           open output guardianFile.
           perform reloadOneGuardian until copyEOF is equal to 'Y'.
           close guardianCopy, guardianFile.
           if removedPrimary is equal to 'Y' then
               if promotePending is equal to 'Y' then
                   display 'El alumno queda sin tutores registrados.'
               else
                   display 'Se dio de baja el contacto principal; el'
                       ' siguiente tutor queda como principal.'
               end-if
           end-if.

       reloadOneGuardian.
           read guardianCopy into guardianRecord
               at end move 'Y' to copyEOF
               not at end
                   if promotePending is equal to 'Y' and
                       gdStudId is equal to enteredId then
                       move 'Y' to gdPrimary
                       move 'N' to promotePending
                   end-if
                   write guardianRecord
           end-read.

       listGuardians.
           perform promptStudentId.
           if studentFound is equal to 'Y' then
               display 'Tutores de ' studentName
               move zero to guardianCount
               open input guardianFile
               if guardianStatus is equal to "00" then
                   move 'N' to guardianEOF
                   perform showOneGuardian
                       until guardianEOF is equal to 'Y'
                   close guardianFile
               else if guardianStatus is equal to "05" then
                   close guardianFile
               end-if
               end-if
               if guardianCount is equal to zero then
                   display '  (sin tutores registrados)'
               end-if
           end-if.

       showOneGuardian.
           read guardianFile
               at end move 'Y' to guardianEOF
               not at end
                   if gdStudId is equal to enteredId then
                       add 1 to guardianCount
                       display '  ' gdSeq ' ' gdPrimary ' '
                           gdRelation ' ' gdName
                       display '      ' gdAddress
                       display '      ' gdPhone ' ' gdEmail
                   end-if
           end-read.
