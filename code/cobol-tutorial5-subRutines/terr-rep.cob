       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRREP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TerritoryFile ASSIGN TO DYNAMIC TerrFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TerrStatus.
       DATA DIVISION.
       FILE SECTION.
       FD TerritoryFile.
       01 TerritoryRecord.
           02 TRState PIC X(2).
           02 FILLER PIC X.
           02 TRPrefix PIC X(2).
           02 FILLER PIC X.
           02 TRRep PIC X(3).
       WORKING-STORAGE SECTION.
       01 TerrStatus PIC XX.
       01 TerrFileName PIC X(40).
       01 TerrEOF PIC X.
       01 WantedState PIC X(2).
       01 WantedPrefix PIC X(2).
       01 StateRep PIC X(3).
       01 PrefixRep PIC X(3).
       LINKAGE SECTION.
       01 LNState PIC X(2).
       01 LNPostal PIC X(6).
       01 LNRep PIC X(3).
       PROCEDURE DIVISION USING LNState, LNPostal, LNRep.
           MOVE SPACE TO LNRep
           MOVE SPACE TO StateRep
           MOVE SPACE TO PrefixRep
           MOVE FUNCTION UPPER-CASE(LNState) TO WantedState
           MOVE LNPostal(1:2) TO WantedPrefix
           ACCEPT TerrFileName FROM ENVIRONMENT "TERR_FILE"
           IF TerrFileName IS EQUAL TO SPACE THEN
               MOVE "./territories.dat" TO TerrFileName
           END-IF
           IF WantedState IS NOT EQUAL TO SPACE THEN
               OPEN INPUT TerritoryFile
               IF TerrStatus IS EQUAL TO "00" THEN
                   MOVE 'N' TO TerrEOF
                   PERFORM CheckOneTerritory
                       UNTIL TerrEOF IS EQUAL TO 'Y'
                   CLOSE TerritoryFile
               END-IF
           END-IF
           IF PrefixRep IS NOT EQUAL TO SPACE THEN
               MOVE PrefixRep TO LNRep
           ELSE
               MOVE StateRep TO LNRep
           END-IF.
           EXIT PROGRAM.

       CheckOneTerritory.
           READ TerritoryFile
               AT END MOVE 'Y' TO TerrEOF
               NOT AT END
                   IF FUNCTION UPPER-CASE(TRState) IS EQUAL TO
                       WantedState THEN
                       EVALUATE TRUE
                           WHEN TRPrefix IS EQUAL TO SPACE
                               MOVE FUNCTION UPPER-CASE(TRRep)
                                   TO StateRep
                           WHEN TRPrefix IS EQUAL TO WantedPrefix
                               MOVE FUNCTION UPPER-CASE(TRRep)
                                   TO PrefixRep
                       END-EVALUATE
                   END-IF
           END-READ.
