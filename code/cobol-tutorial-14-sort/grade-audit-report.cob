           02 audBefore pic 9(3).
           02 filler pic x.
           02 audAfter pic 9(3).
           02 filler pic x.
           02 audAssignment pic x(4).
       sd sortWork.
       01 workAudit.
           02 workCourse pic x(6).
           02 workTerm pic x(5).
           02 workBefore pic 9(3).
           02 workAfter pic 9(3).
           02 workAssignment pic x(4).
       fd sortedAudit.
       01 sortedAuditRecord.
           02 srtCourse pic x(6).
           02 srtTerm pic x(5).
           02 srtBefore pic 9(3).
           02 srtAfter pic 9(3).
           02 srtAssignment pic x(4).
       fd auditReport.
       01 printLine pic x(70).
       working-storage section.
           02 prnBefore pic zz9.
           02 filler pic x(4) value ' -> '.
           02 prnAfter pic zz9.
           02 filler pic x(2) value space.
           02 prnAssignment pic x(9).
       01 totalLine.
           02 filler pic x(22) value 'Cambios del periodo:  '.
           02 prnChanges pic zzz9.
                       move audTerm to workTerm
                       move audBefore to workBefore
                       move audAfter to workAfter
                       move audAssignment to workAssignment
                       release workAudit
                   end-if
           end-read.
                   move srtStudId to prnStudId
                   move srtBefore to prnBefore
                   move srtAfter to prnAfter
                   if srtAssignment is equal to space then
                       move 'final' to prnAssignment
                   else
                       move 'act.' to prnAssignment
                       move srtAssignment to prnAssignment(6:4)
                   end-if
                   write printLine from detailLine
           end-read.
