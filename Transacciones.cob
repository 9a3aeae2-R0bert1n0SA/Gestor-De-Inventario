
       FD  ProductosBajas.
       01  Product-Baja.
           05 PB-Producto           PIC X(549).
           05 PB-Fecha-Baja.
               10 PB-Ano-Baja       PIC 9(4).
               10 PB-Mes-Baja       PIC 9(2).
               VALUE "TRANSACC".
           01 WS-ParamInf              PIC X(40).
           01 WS-Bloqueado             PIC X(1).
           COPY INTERFASE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "anterior (omitidos por checkpoint): "
                   WS-Omitidas
           END-IF
           IF CI-Resultado = 'S' THEN
               DISPLAY "Detalle en "
                   FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT PROGRAM.


       Procesar-Transacciones.
           PERFORM Controlar-Interfase
           IF CI-Resultado NOT = 'S' THEN
               DISPLAY "Transacciones.TXT RECHAZADO: "
                   FUNCTION TRIM(CI-Motivo)
           ELSE
               PERFORM Aplicar-Archivo
           END-IF
       EXIT.


      *> El lote se controla entero contra su trailer (registros y
      *> total de cantidades) y contra el registro de interfases
      *> antes de aplicar nada: un lote ya aplicado no se repite.
       Controlar-Interfase.
           MOVE "TRANSACCION" TO CI-Interfase
           MOVE "Transacciones.TXT" TO CI-Archivo
           MOVE 300 TO CI-Largo
           MOVE WS-LockUsuario TO CI-Usuario
           CALL "Interfases" USING 1, Ctl-Interfase, SPACES
           OPEN INPUT ArchivoTrans
           IF WS-ArchivoStatus NOT = "00" THEN
               MOVE "no se pudo abrir el archivo" TO CI-Motivo
           ELSE
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoTrans
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE TR-Cantidad TO CI-Cantidad
                           CALL "Interfases" USING 2, Ctl-Interfase,
                               TR-Rec
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoTrans
               CALL "Interfases" USING 3, Ctl-Interfase, SPACES
           END-IF
       EXIT.


       Aplicar-Archivo.
           PERFORM Leer-Checkpoint
           OPEN INPUT ArchivoTrans
           IF WS-ArchivoStatus NOT = "00" THEN
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF TR-Codigo(1:4) NOT = "#TRL" THEN
                                   PERFORM Procesar-Registro
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Productos
                   CLOSE ArchivoTrans
                   PERFORM Borrar-Checkpoint
                   MOVE WS-Aplicadas TO CI-Aplicados
                   CALL "Interfases" USING 4, Ctl-Interfase, SPACES
               END-IF
           END-IF
       EXIT.


       Procesar-Registro.
           ADD 1 TO WS-NumRegistro
           IF WS-NumRegistro > WS-UltimoProcesado
               PERFORM Aplicar-Transaccion
               PERFORM Guardar-Checkpoint
           ELSE
               ADD 1 TO WS-Omitidas
           END-IF
       EXIT.


       Leer-Checkpoint.
           MOVE 0 TO WS-UltimoProcesado
           OPEN INPUT Checkpoint
           MOVE TR-Proveedor       TO P-Proveedor
           MOVE TR-Ubicacion       TO P-Ubicacion
           MOVE TR-Stock-Minimo    TO P-Stock-Minimo
           MOVE "PENDIENTE"        TO P-Estado
           MOVE TR-Descripcion     TO P-Descripcion
           MOVE TR-Unidad-Medida   TO P-Unidad-Medida
           MOVE TR-Precio-Unitario TO P-Costo-Promedio
                   IF TR-Stock-Minimo > 0 THEN
                       MOVE TR-Stock-Minimo TO P-Stock-Minimo
                   END-IF
                   IF TR-Estado NOT = SPACES AND
                           P-Estado NOT = "PENDIENTE" THEN
                       MOVE TR-Estado TO P-Estado
                   END-IF
                   IF TR-Descripcion NOT = SPACES THEN
