               10 TC-Dia               PIC 99.

       WORKING-STORAGE SECTION.
           COPY CAMBIO-MAESTRO.
           01 WS-Control.
               05 WS-TcStatus          PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
           01 WS-Aux                   PIC X(20).
           01 WS-Moneda                PIC X(3).
           01 WS-Tasa                  PIC 9(7)V9(4).
           01 WS-TasaAntes             PIC 9(7)V9(4).
           01 WS-TasaEdit              PIC Z(6)9.9(4).

       LINKAGE SECTION.
      *> Flag 1: convierte LK-Valor (en LK-Moneda) a moneda base
               MOVE WS-Moneda TO TC-Moneda
               READ TiposCambio
                   INVALID KEY
                       MOVE 0 TO WS-TasaAntes
                       MOVE WS-Moneda TO TC-Moneda
                       MOVE WS-Tasa TO TC-Tasa
                       PERFORM Fechar-Cotizacion
                       WRITE TC-Rec
                   NOT INVALID KEY
                       MOVE TC-Tasa TO WS-TasaAntes
                       MOVE WS-Tasa TO TC-Tasa
                       PERFORM Fechar-Cotizacion
                       REWRITE TC-Rec
               END-READ
               IF WS-TcStatus = "00" THEN
                   DISPLAY "Cotizacion de " WS-Moneda " guardada."
                   PERFORM Registrar-Cambio
               ELSE
                   CALL "Errores" USING WS-TcStatus
               END-IF
           MOVE WS-Fecha(1:4) TO TC-Ano
           ADD WS-Year TO TC-Ano GIVING TC-Ano
       EXIT.


      *> Toda cotizacion cargada queda en el diario de cambios de
      *> maestros bajo el codigo de la moneda (una nueva, con
      *> anterior 0).
       Registrar-Cambio.
           MOVE "TIPOS-CAMBIO" TO CM-Archivo
           MOVE WS-Moneda TO CM-Registro
           MOVE "COTIZACION" TO CM-Campo
           MOVE WS-TasaAntes TO WS-TasaEdit
           MOVE WS-TasaEdit TO CM-Antes
           MOVE WS-Tasa TO WS-TasaEdit
           MOVE WS-TasaEdit TO CM-Despues
           CALL "Cambios-Maestros" USING 1, SPACES, CM-Rec
       EXIT.
