       DATA DIVISION.
       FILE SECTION.
       FD  RespaldoA.
       01  RespA-Rec                   PIC X(549).

       FD  RespaldoB.
       01  RespB-Rec                   PIC X(549).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).
           01 WS-NombreInforme         PIC X(60).
           01 WS-Linea                 PIC X(120).
           01 WS-EnterT                PIC X(1).
           01 WS-VersionA              PIC 9(2).
           01 WS-VersionB              PIC 9(2).
           COPY LAYOUT.

           01 WS-Contadores.
               05 WS-Agregados         PIC 9(5) VALUE 0.
               IF WS-StatusB NOT = "00" THEN
                   DISPLAY "No se pudo abrir " WS-NombreB
                   CALL "Errores" USING WS-StatusB
               ELSE
                   PERFORM Comparar-Abiertos
                   CLOSE RespaldoB
               END-IF
               CLOSE RespaldoA
           END-IF
       EXIT.


       Comparar-Abiertos.
           PERFORM Leer-Cabeceras
           IF WS-VersionA NOT = CAB-Ver-Productos OR
                   WS-VersionB NOT = CAB-Ver-Productos THEN
               DISPLAY "Los respaldos tienen layout version "
                   WS-VersionA " y " WS-VersionB "; la vigente es "
                   CAB-Ver-Productos ". Convertirlos antes con la "
                   "conversion de layouts."
           ELSE
               OPEN OUTPUT Informe
      *>       Los respaldos se generan recorriendo el indexado en
      *>       orden de clave, asi que ambos archivos vienen
      *>       ordenados por Product-ID y se pueden aparear.
               PERFORM UNTIL WS-EOF-A = 'Y' AND WS-EOF-B = 'Y'
                   PERFORM Aparear
               END-PERFORM
               PERFORM Emitir-Totales
               CLOSE Informe
               DISPLAY "Informe generado: " WS-NombreInforme
           END-IF
       EXIT.


      *> Un respaldo sin cabecera es del layout vigente; con
      *> cabecera, la version es la que declara.
       Leer-Cabeceras.
           MOVE CAB-Ver-Productos TO WS-VersionA
           MOVE CAB-Ver-Productos TO WS-VersionB
           PERFORM Leer-A
           IF WS-EOF-A NOT = 'Y' AND
                   RA-Product-ID(1:8) = CAB-Marca-Layout THEN
               MOVE RespA-Rec TO Cab-Layout
               MOVE CAB-Version TO WS-VersionA
               PERFORM Leer-A
           END-IF
           PERFORM Leer-B
           IF WS-EOF-B NOT = 'Y' AND
                   RB-Product-ID(1:8) = CAB-Marca-Layout THEN
               MOVE RespB-Rec TO Cab-Layout
               MOVE CAB-Version TO WS-VersionB
               PERFORM Leer-B
           END-IF
       EXIT.

