       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPTOTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL StepTotalFile
               ASSIGN TO DYNAMIC TotalFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TotalStatus.
       DATA DIVISION.
       FILE SECTION.
       FD StepTotalFile.
       01 StepTotalRecord PIC X(75).
       WORKING-STORAGE SECTION.
       01 TotalStatus PIC XX.
       01 TotalFileName PIC X(40).
       01 StepTotalLine.
           02 TotalStep PIC X(12).
           02 FILLER PIC X VALUE SPACE.
           02 TotalStart PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 TotalLabel PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 TotalAmount PIC S9(11)V99 SIGN LEADING SEPARATE.
       LINKAGE SECTION.
           01 LNStep PIC X(12).
           01 LNStart PIC X(14).
           01 LNLabel PIC X(30).
           01 LNAmount PIC S9(11)V99.
       PROCEDURE DIVISION USING LNStep, LNStart, LNLabel, LNAmount.
           ACCEPT TotalFileName FROM ENVIRONMENT "STEPTOTAL_FILE"
           IF TotalFileName IS EQUAL TO SPACE THEN
               MOVE "./step-totals.dat" TO TotalFileName
           END-IF
           MOVE LNStep TO TotalStep
           MOVE LNStart TO TotalStart
           MOVE LNLabel TO TotalLabel
           MOVE LNAmount TO TotalAmount
           OPEN EXTEND StepTotalFile
           IF TotalStatus IS EQUAL TO "00" OR
               TotalStatus IS EQUAL TO "05" THEN
               WRITE StepTotalRecord FROM StepTotalLine
               CLOSE StepTotalFile
           END-IF.
       EXIT PROGRAM.
