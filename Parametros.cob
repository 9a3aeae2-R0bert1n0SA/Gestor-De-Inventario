           05 PR-Valor                 PIC X(40).

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 WS-ParamStatus       PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               MOVE WS-Clave TO PR-Clave
               READ Parametros
                   INVALID KEY
                       MOVE SPACES TO CM-Antes
                       MOVE WS-Clave TO PR-Clave
                       MOVE WS-Valor TO PR-Valor
                       WRITE PR-Rec
                   NOT INVALID KEY
                       MOVE PR-Valor TO CM-Antes
                       MOVE WS-Valor TO PR-Valor
                       REWRITE PR-Rec
               END-READ
               IF WS-ParamStatus = "00" THEN
                   DISPLAY "Parametro guardado."
                   MOVE WS-Valor TO CM-Despues
                   PERFORM Registrar-Cambio
               ELSE
                   CALL "Errores" USING WS-ParamStatus
               END-IF
                   INVALID KEY
                       DISPLAY "La clave no esta cargada."
                   NOT INVALID KEY
                       MOVE PR-Valor TO CM-Antes
                       DELETE Parametros
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY "Parametro eliminado; rige "
                                   "el valor por defecto."
                               MOVE SPACES TO CM-Despues
                               PERFORM Registrar-Cambio
                       END-DELETE
               END-READ
               CLOSE Parametros
           END-IF
       EXIT.


      *> Lo que se carga o elimina desde esta pantalla queda en el
      *> diario de cambios de maestros; las secuencias que graban
      *> los programas con el flag 2 no pasan por aca.
       Registrar-Cambio.
           MOVE "PARAMETROS" TO CM-Archivo
           MOVE WS-Clave TO CM-Registro
           MOVE "VALOR" TO CM-Campo
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
