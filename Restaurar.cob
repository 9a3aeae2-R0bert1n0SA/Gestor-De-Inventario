           COPY PRODUCTO.

       FD  Respaldo.
       01  Backup-Rec                  PIC X(549).

       WORKING-STORAGE SECTION.
           01 WS-Control.
           01 WS-Confirmar             PIC X(1).
           01 WS-EnterT                PIC X(1).
           01 WS-DiasPorMes            PIC 9(2) OCCURS 12 TIMES.
           01 WS-VersionRespaldo       PIC 9(2).
           COPY LAYOUT.

           01 WS-Totales.
               05 WS-RegRespaldo       PIC 9(7) VALUE 0.
               STRING "Backup-Productos-" WS-FechaElegida ".DAT"
                   DELIMITED BY SIZE INTO WS-NombreArchivo
               PERFORM Contar-Respaldo
               EVALUATE TRUE
                   WHEN WS-RegRespaldo = 0
                       DISPLAY "El respaldo esta vacio o no existe; no "
                           "se restaura."
                   WHEN WS-VersionRespaldo NOT = CAB-Ver-Productos
                       DISPLAY "El respaldo tiene layout version "
                           WS-VersionRespaldo " y la vigente es "
                           CAB-Ver-Productos "; convertirlo antes "
                           "con la conversion de layouts."
                   WHEN OTHER
                       DISPLAY "El respaldo tiene " WS-RegRespaldo
                           " registros, stock total " WS-StockRespaldo
                           " y valor " WS-ValorRespaldo
                       DISPLAY "ATENCION: Productos.DAT sera "
                           "reemplazado por completo."
                       DISPLAY "Confirma la restauracion (S/N): "
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                           PERFORM Restaurar-Productos
                           PERFORM Verificar-Restauracion
                       ELSE
                           DISPLAY "Restauracion cancelada."
                       END-IF
               END-EVALUATE
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> La cabecera de version (si la hay) no cuenta como
      *> registro; sin cabecera el respaldo es del layout vigente.
       Contar-Respaldo.
           MOVE CAB-Ver-Productos TO WS-VersionRespaldo
           MOVE 0 TO WS-RegRespaldo
           MOVE 0 TO WS-StockRespaldo
           MOVE 0 TO WS-ValorRespaldo
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Backup-Rec(1:8) = CAB-Marca-Layout THEN
                               MOVE Backup-Rec TO Cab-Layout
                               MOVE CAB-Version TO WS-VersionRespaldo
                           ELSE
                               MOVE Backup-Rec TO Product
                               ADD 1 TO WS-RegRespaldo
                               ADD P-Stock TO WS-StockRespaldo
                               COMPUTE WS-ValorRespaldo =
                                   WS-ValorRespaldo +
                                   (P-Stock * P-Precio-Unitario)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Backup-Rec(1:8) NOT = CAB-Marca-Layout
                                   THEN
                               PERFORM Restaurar-Registro
                           END-IF
                   END-READ
               END-PERFORM
       EXIT.


       Restaurar-Registro.
           MOVE Backup-Rec TO Product
           WRITE Product
           IF WS-ProductosStatus = "00" THEN
               ADD 1 TO WS-RegRestaurados
           ELSE
               DISPLAY "Error al restaurar " Product-ID
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Relee ambos archivos y compara cantidad de registros, stock
      *> total y valor de inventario: un respaldo que no se puede
      *> verificar no cuenta como restaurado.
