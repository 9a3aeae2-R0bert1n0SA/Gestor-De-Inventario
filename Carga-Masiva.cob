           01 WS-JobC3                 PIC 9(7) VALUE 0.
           01 WS-JobOk                 PIC X(1).
           01 WS-JobNombre             PIC X(20).
           COPY INTERFASE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


       Procesar-Carga.
           PERFORM Controlar-Interfase
           IF CI-Resultado NOT = 'S' THEN
               DISPLAY "Carga-Masiva.TXT RECHAZADO: "
                   FUNCTION TRIM(CI-Motivo)
           ELSE
               PERFORM Cargar-Archivo
           END-IF
       EXIT.


       Cargar-Archivo.
           PERFORM Leer-Checkpoint
           OPEN INPUT ArchivoCarga
           IF WS-ArchivoStatus NOT = "00" THEN
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CM-Product-ID(1:4) NOT = "#TRL" THEN
                               PERFORM Procesar-Registro
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Productos
               CLOSE ArchivoCarga
               PERFORM Borrar-Checkpoint
               MOVE WS-Cargados TO CI-Aplicados
               CALL "Interfases" USING 4, Ctl-Interfase, SPACES
           END-IF
       EXIT.


       Procesar-Registro.
           ADD 1 TO WS-NumRegistro
           IF WS-NumRegistro > WS-UltimoProcesado
               PERFORM Cargar-Registro
               PERFORM Guardar-Checkpoint
           ELSE
               ADD 1 TO WS-Omitidos
           END-IF
       EXIT.


      *> El lote se controla entero contra su trailer (registros y
      *> total de stock) y contra el registro de interfases antes
      *> de dar de alta nada: un lote ya cargado no se repite.
       Controlar-Interfase.
           MOVE "CARGA-MASIVA" TO CI-Interfase
           MOVE "Carga-Masiva.TXT" TO CI-Archivo
           MOVE 286 TO CI-Largo
           MOVE "BATCH" TO CI-Usuario
           CALL "Interfases" USING 1, Ctl-Interfase, SPACES
           OPEN INPUT ArchivoCarga
           IF WS-ArchivoStatus NOT = "00" THEN
               MOVE "no se pudo abrir el archivo" TO CI-Motivo
           ELSE
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoCarga
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE CM-Stock TO CI-Cantidad
                           CALL "Interfases" USING 2, Ctl-Interfase,
                               CM-Rec
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoCarga
               CALL "Interfases" USING 3, Ctl-Interfase, SPACES
           END-IF
       EXIT.

           MOVE CM-Proveedor          TO P-Proveedor
           MOVE CM-Ubicacion          TO P-Ubicacion
           MOVE CM-Stock-Minimo       TO P-Stock-Minimo
           MOVE "PENDIENTE"           TO P-Estado
           MOVE CM-Descripcion        TO P-Descripcion
           MOVE CM-Unidad-Medida      TO P-Unidad-Medida
           MOVE P-Precio-Unitario     TO P-Costo-Promedio
