           COPY MOVIMIENTO.

       FD  Trabajo.
       01  Trabajo-Rec                 PIC X(549).

       WORKING-STORAGE SECTION.
           01 WS-Control.
                       "); el archivo vivo queda intacto."
               ELSE
                   PERFORM Reconstruir-Productos
                   COMPUTE WS-Bytes = WS-Reescritos * 549
                   DISPLAY "Productos.DAT reorganizado: "
                       WS-Reescritos " registro(s) vivos, "
                       WS-Bytes " bytes de datos; el espacio "
