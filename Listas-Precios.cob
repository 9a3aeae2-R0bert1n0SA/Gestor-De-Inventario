           COPY PRODUCTO.

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 WS-ListasStatus      PIC XX.
               05 WS-ProductosStatus   PIC XX.
           01 WS-Porcentaje            PIC S9(3)V99.
           01 WS-Ajustados             PIC 9(5).
           01 WS-Confirmar             PIC X(1).
           01 WS-PrecioAntes           PIC 9(5)V99.
           01 WS-PrecioEdit            PIC ZZZZ9.99.

       LINKAGE SECTION.
      *> Flag 1: busca el precio del producto LK-Product-ID en la
                   MOVE WS-PID TO LP-Product-ID
                   READ ListasPrecios
                       INVALID KEY
                           MOVE 0 TO WS-PrecioAntes
                           MOVE WS-Lista TO LP-Lista
                           MOVE WS-PID TO LP-Product-ID
                           MOVE WS-Precio TO LP-Precio
                           WRITE LP-Rec
                       NOT INVALID KEY
                           MOVE LP-Precio TO WS-PrecioAntes
                           MOVE WS-Precio TO LP-Precio
                           REWRITE LP-Rec
                   END-READ
                   IF WS-ListasStatus = "00" THEN
                       DISPLAY "Precio guardado."
                       PERFORM Registrar-Cambio-Precio
                   ELSE
                       CALL "Errores" USING WS-ListasStatus
                   END-IF
                   INVALID KEY
                       DISPLAY "El producto no esta en la lista."
                   NOT INVALID KEY
                       MOVE LP-Precio TO WS-PrecioAntes
                       DELETE ListasPrecios
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY "Producto quitado; vuelve "
                                   "al precio general."
                               MOVE WS-Lista TO LP-Lista
                               MOVE WS-PID TO LP-Product-ID
                               MOVE 0 TO LP-Precio
                               PERFORM Registrar-Cambio-Precio
                       END-DELETE
               END-READ
               CLOSE ListasPrecios
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF LP-Lista = WS-Lista THEN
                               MOVE LP-Precio TO WS-PrecioAntes
                               COMPUTE LP-Precio ROUNDED =
                                   LP-Precio *
                                   (1 + (WS-Porcentaje / 100))
                               REWRITE LP-Rec
                               ADD 1 TO WS-Ajustados
                               PERFORM Registrar-Cambio-Precio
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
               DISPLAY "Precios ajustados: " WS-Ajustados
           END-IF
       EXIT.


      *> Cada precio que cambia queda en el diario de cambios de
      *> maestros; el registro es la lista y el producto separados
      *> por un blanco. Un precio nuevo tiene anterior 0 y uno
      *> quitado, nuevo 0.
       Registrar-Cambio-Precio.
           MOVE "LISTAS-PRECIOS" TO CM-Archivo
           MOVE SPACES TO CM-Registro
           MOVE LP-Lista TO CM-Registro(1:3)
           MOVE LP-Product-ID TO CM-Registro(5:10)
           MOVE "PRECIO" TO CM-Campo
           MOVE WS-PrecioAntes TO WS-PrecioEdit
           MOVE WS-PrecioEdit TO CM-Antes
           MOVE LP-Precio TO WS-PrecioEdit
           MOVE WS-PrecioEdit TO CM-Despues
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
