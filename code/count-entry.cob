           02 SNSize PIC A.
           02 FILLER PIC X.
           02 SNBookQty PIC 9(5).
           02 FILLER PIC X.
           02 SNLocation PIC X(3).

       FD CountFile.
       01 CountRecord PIC X(20).
       01 CountStatus PIC XX.
       01 SnapEOF PIC X.
       01 MoreCounts PIC X VALUE 'S'.
       01 ParmKey PIC X(20).
       01 ParmValue PIC X(30).
       01 ShipLocation PIC X(3) VALUE 'PRI'.
       01 SnapLocation PIC X(3).
       01 EnteredLoc PIC X(3).
       01 EnteredProd PIC X(5).
       01 EnteredSize PIC A.
       01 EnteredQtyX PIC X(5).
           02 CNSize PIC A.
           02 FILLER PIC X VALUE SPACE.
           02 CNQty PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 CNLocation PIC X(3).

       PROCEDURE DIVISION.

               DISPLAY 'Acceso denegado.'
               STOP RUN
           END-IF.
           MOVE 'SHIPLOC' TO ParmKey.
           CALL 'RUNPARM' USING ParmKey, ParmValue.
           IF ParmValue(1:3) IS NOT EQUAL TO SPACE THEN
               MOVE FUNCTION UPPER-CASE(ParmValue(1:3))
                   TO ShipLocation
           END-IF.
           OPEN INPUT SnapshotFile.
           IF SnapStatus IS NOT EQUAL TO "00" THEN
               DISPLAY 'Sin count-snapshot.dat, correr COUNTSNAP.'
           STOP RUN.

       CaptureOneCount.
           DISPLAY 'Ubicacion (vacio = principal):' WITH NO ADVANCING.
           ACCEPT EnteredLoc.
           IF EnteredLoc IS EQUAL TO SPACE THEN
               MOVE ShipLocation TO EnteredLoc
           ELSE
               MOVE FUNCTION UPPER-CASE(EnteredLoc) TO EnteredLoc
           END-IF.
           DISPLAY 'Producto (5 letras):' WITH NO ADVANCING.
           ACCEPT EnteredProd.
           DISPLAY 'Talla:' WITH NO ADVANCING.
           MOVE FUNCTION UPPER-CASE(EnteredSize) TO EnteredSize.
           PERFORM CheckSnapshotLine.
           IF SnapFound IS EQUAL TO 'N' THEN
               DISPLAY 'Producto, talla y ubicacion no estan en el '
                   'congelado.'
           ELSE
               DISPLAY 'Cantidad contada:' WITH NO ADVANCING
               ACCEPT EnteredQtyX
                   MOVE FUNCTION UPPER-CASE(EnteredProd) TO CNProd
                   MOVE EnteredSize TO CNSize
                   MOVE EnteredQty TO CNQty
                   MOVE EnteredLoc TO CNLocation
                   WRITE CountRecord FROM CountLine
                   ADD 1 TO CountsEntered
               ELSE
           READ SnapshotFile
               AT END MOVE 'Y' TO SnapEOF
               NOT AT END
                   IF SNLocation IS EQUAL TO SPACE THEN
                       MOVE ShipLocation TO SnapLocation
                   ELSE
                       MOVE FUNCTION UPPER-CASE(SNLocation)
                           TO SnapLocation
                   END-IF
                   IF FUNCTION UPPER-CASE(SNProd) IS EQUAL TO
                       FUNCTION UPPER-CASE(EnteredProd) AND
                       FUNCTION UPPER-CASE(SNSize) IS EQUAL TO
                           EnteredSize AND
                       SnapLocation IS EQUAL TO EnteredLoc THEN
                       MOVE 'Y' TO SnapFound
                   END-IF
           END-READ.
