               10 PF-Opcion            PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 WS-PerfilesStatus    PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
      *> Otro valor: pantalla de mantenimiento de perfiles.
           01 LK-Flag                  PIC 9(2).
           01 LK-Perfil                PIC X(10).
           01 LK-Permisos              PIC X(200).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Perfil, LK-Permisos,
                       NOT AT END
                           IF PF-Perfil = LK-Perfil THEN
                               IF PF-Opcion >= 1 AND
                                       PF-Opcion <= 200 THEN
                                   MOVE 'S' TO
                                       LK-Permisos(PF-Opcion:1)
                                   MOVE 'S' TO LK-Resultado
                   MOVE WS-Funcion TO PF-Opcion
                   WRITE PF-Rec
                   DISPLAY "Opcion " WS-Funcion " otorgada."
                   MOVE "NEGADA" TO CM-Antes
                   MOVE "OTORGADA" TO CM-Despues
                   PERFORM Registrar-Cambio
               NOT INVALID KEY
                   DISPLAY "La opcion ya estaba otorgada."
           END-READ
                           NOT INVALID KEY
                               DISPLAY "Opcion quitada del "
                                   "perfil."
                               MOVE "OTORGADA" TO CM-Antes
                               MOVE "NEGADA" TO CM-Despues
                               PERFORM Registrar-Cambio
                       END-DELETE
               END-READ
               CLOSE Perfiles
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Cada opcion otorgada o quitada queda en el diario de
      *> cambios de maestros bajo el nombre del perfil.
       Registrar-Cambio.
           MOVE "PERFILES" TO CM-Archivo
           MOVE WS-Perfil TO CM-Registro
           MOVE SPACES TO CM-Campo
           STRING "OPCION " WS-Funcion DELIMITED BY SIZE
               INTO CM-Campo
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
