       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cotizaciones-Venta AS "Cotizaciones-Venta".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cotizaciones ASSIGN TO 'Cotizaciones-Venta.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-Clave
               FILE STATUS IS WS-CotizStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Clave
               FILE STATUS IS WS-PedidosStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Cotizaciones.
           COPY COTIZACION-VENTA.

       FD  Pedidos.
           COPY PEDIDO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Clientes.
           COPY CLIENTE.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CotizStatus       PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-FechaInt              PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-ClienteCodigo         PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-ListaCliente          PIC X(3).
           01 WS-VendedorCliente       PIC X(10).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-ProximoPedido         PIC 9(6).
           01 WS-NumeroCotizacion      PIC 9(6).
           01 WS-NumeroPedido          PIC 9(6).
           01 WS-NumeroLinea           PIC 9(3).
           01 WS-NumeroConsulta        PIC 9(6).
           01 WS-PID                   PIC X(10).
           01 WS-Cantidad              PIC 9(7).
           01 WS-Precio                PIC 9(5)V99.
           01 WS-PrecioAlt             PIC 9(5)V99.
           01 WS-PrecioOk              PIC X(1).
           01 WS-Origen                PIC X(3).
           01 WS-TotalCotizacion       PIC 9(13)V99.
           01 WS-Validez               PIC 9(8).
           01 WS-DiasValidez           PIC 9(3).
           01 WS-Confirmar             PIC X(1).
           01 WS-Motivo                PIC X(12).
           01 WS-Detalle               PIC X(40).
           01 WS-MotivoOk              PIC X(1).
           01 WS-NuevoEstado           PIC X(10).
           01 WS-Vencidas              PIC 9(5).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-AnoMes                PIC 9(6).
           01 WS-CotizMes              PIC 9(6).
           01 WS-EstadoCabecera        PIC X(10).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "CONV-COTIZ".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Tasa                  PIC 9(3)V99.
           01 WS-EdImporte             PIC Z(12)9.99.
           01 WS-EdGanado              PIC Z(12)9.99.
           01 WS-EdTasa                PIC ZZ9.99.

      *>   Conversion del mes por cliente (cotizaciones) y por
      *>   producto (renglones cotizados).
           01 WS-ConvClientes.
               05 WS-CC-Entry OCCURS 200 TIMES.
                   10 WS-CC-Cliente        PIC X(10).
                   10 WS-CC-Cotizadas      PIC 9(5).
                   10 WS-CC-Ganadas        PIC 9(5).
                   10 WS-CC-Perdidas       PIC 9(5).
                   10 WS-CC-Importe        PIC 9(13)V99.
                   10 WS-CC-Ganado         PIC 9(13)V99.
           01 WS-CC-Usadas             PIC 9(3).
           01 WS-CC-Idx                PIC 9(3).
           01 WS-CC-Hallada            PIC X(1).
           01 WS-ConvProductos.
               05 WS-CP-Entry OCCURS 300 TIMES.
                   10 WS-CP-Product-ID     PIC X(10).
                   10 WS-CP-Cotizadas      PIC 9(5).
                   10 WS-CP-Ganadas        PIC 9(5).
                   10 WS-CP-Importe        PIC 9(13)V99.
                   10 WS-CP-Ganado         PIC 9(13)V99.
           01 WS-CP-Usadas             PIC 9(3).
           01 WS-CP-Idx                PIC 9(3).
           01 WS-CP-Hallada            PIC X(1).
           01 WS-Desbordados           PIC 9(5).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM Leer-Dias-Validez
           PERFORM Abrir-Cotizaciones
           IF WS-CotizStatus = "00" THEN
               PERFORM Vencer-Cotizaciones
               PERFORM UNTIL WS-flag = 1
                   PERFORM Mostrar-Menu
                   EVALUATE WS-opcion
                       WHEN 1
                           PERFORM Tomar-Cotizacion
                       WHEN 2
                           PERFORM Consultar-Cotizacion
                       WHEN 3
                           PERFORM Listar-Cotizaciones
                       WHEN 4
                           PERFORM Aceptar-Cotizacion
                       WHEN 5
                           PERFORM Perder-Cotizacion
                       WHEN 6
                           PERFORM Informe-Conversion
                       WHEN 0
                           MOVE 1 TO WS-flag
                       WHEN OTHER
                           DISPLAY "ERROR opcion no valida"
                   END-EVALUATE
               END-PERFORM
               CLOSE Cotizaciones
           ELSE
               CALL "Errores" USING WS-CotizStatus
           END-IF
       EXIT PROGRAM.


       Mostrar-Menu.
           DISPLAY "------- Cotizaciones de Venta -------"
           DISPLAY "1. Cotizar a un cliente"
           DISPLAY "2. Consultar una cotizacion"
           DISPLAY "3. Listar cotizaciones"
           DISPLAY "4. Aceptar una cotizacion (pasa a pedido)"
           DISPLAY "5. Marcar una cotizacion como perdida"
           DISPLAY "6. Informe mensual de conversion"
           DISPLAY "0. Volver al menu principal"
           DISPLAY "Ingrese una Opcion: "
           ACCEPT WS-opcion
           DISPLAY X"1B" & "[2J"
       EXIT.


      *> Dias de validez que se proponen al cotizar.
       Leer-Dias-Validez.
           MOVE "15" TO WS-ValorParam
           MOVE "DIAS-VALIDEZ-COTIZ" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-DiasValidez
           ELSE
               MOVE 15 TO WS-DiasValidez
           END-IF
       EXIT.


       Abrir-Cotizaciones.
           OPEN I-O Cotizaciones
           IF WS-CotizStatus = "35" THEN
               CLOSE Cotizaciones
               OPEN OUTPUT Cotizaciones
               CLOSE Cotizaciones
               OPEN I-O Cotizaciones
           END-IF
           IF WS-CotizStatus = "00" THEN
               MOVE 0 TO CV-Numero
               MOVE 0 TO CV-Linea
               READ Cotizaciones
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE CV-Rec
                       MOVE 0 TO CV-Numero
                       MOVE 0 TO CV-Linea
                       MOVE WS-ProximoNumero TO CV-Proximo-Numero
                       WRITE CV-Rec
                   NOT INVALID KEY
                       MOVE CV-Proximo-Numero TO WS-ProximoNumero
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Numero.
           MOVE 0 TO CV-Numero
           MOVE 0 TO CV-Linea
           READ Cotizaciones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO CV-Proximo-Numero
                   REWRITE CV-Rec
           END-READ
       EXIT.


      *> Toda cotizacion ABIERTA con la validez cumplida pasa a
      *> VENCIDA al entrar, cabecera y lineas, para que el informe
      *> de conversion no la cuente como viva.
       Vencer-Cotizaciones.
           MOVE 0 TO WS-Vencidas
           MOVE SPACES TO WS-EstadoCabecera
           MOVE LOW-VALUES TO CV-Clave
           START Cotizaciones KEY IS NOT LESS THAN CV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cotizaciones NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CV-Numero > 0 AND CV-Estado = "ABIERTA"
                               AND CV-Validez < WS-HoyNum THEN
                           MOVE "VENCIDA" TO CV-Estado
                           REWRITE CV-Rec
                           IF CV-Linea = 0 THEN
                               ADD 1 TO WS-Vencidas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-Vencidas > 0 THEN
               DISPLAY WS-Vencidas " cotizacion(es) pasaron a "
                   "VENCIDA."
           END-IF
       EXIT.


       Tomar-Cotizacion.
           MOVE 'N' TO WS-ClienteOk
           PERFORM UNTIL WS-ClienteOk = 'S' OR WS-ClienteOk = 'C'
               DISPLAY "Codigo de cliente (en blanco cancela): "
               ACCEPT WS-ClienteCodigo
               IF WS-ClienteCodigo = SPACES THEN
                   MOVE 'C' TO WS-ClienteOk
               ELSE
                   CALL "Clientes" USING 1, WS-ClienteCodigo,
                       WS-ClienteNombre, WS-ValorDummy,
                       WS-ClienteOk
                   IF WS-ClienteOk NOT = 'S' THEN
                       DISPLAY "Cliente inexistente o desactivado."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Cliente: " WS-ClienteCodigo " "
                   FUNCTION TRIM(WS-ClienteNombre)
               PERFORM Leer-Lista-Cliente
               PERFORM Capturar-Validez
               PERFORM Capturar-Lineas-Cotizacion
           ELSE
               DISPLAY "Cotizacion cancelada."
           END-IF
       EXIT.


       Leer-Lista-Cliente.
           MOVE SPACES TO WS-ListaCliente
           MOVE SPACES TO WS-VendedorCliente
           OPEN INPUT Clientes
           IF WS-ClientesStatus = "00" THEN
               MOVE WS-ClienteCodigo TO CLI-Codigo
               READ Clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-Lista TO WS-ListaCliente
                       MOVE CLI-Vendedor TO WS-VendedorCliente
               END-READ
               CLOSE Clientes
           END-IF
       EXIT.


       Capturar-Validez.
           COMPUTE WS-FechaInt =
               FUNCTION INTEGER-OF-DATE(WS-HoyNum) + WS-DiasValidez
           COMPUTE WS-Validez = FUNCTION DATE-OF-INTEGER(WS-FechaInt)
           DISPLAY "Valida hasta (AAAAMMDD, Enter = " WS-Validez
               "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaInt
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaInt) = 0
                           AND WS-FechaInt >= WS-HoyNum THEN
                       MOVE WS-FechaInt TO WS-Validez
                   ELSE
                       DISPLAY "Fecha no valida; se toma "
                           WS-Validez "."
                   END-IF
               ELSE
                   DISPLAY "Fecha no valida; se toma " WS-Validez "."
               END-IF
           END-IF
       EXIT.


       Capturar-Lineas-Cotizacion.
           MOVE WS-ProximoNumero TO WS-NumeroCotizacion
           MOVE 0 TO WS-NumeroLinea
           MOVE 0 TO WS-TotalCotizacion
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE 'S' TO WS-Confirmar
               PERFORM UNTIL WS-Confirmar NOT = 'S'
                   DISPLAY "ID del producto (en blanco para "
                       "terminar): "
                   ACCEPT WS-PID
                   IF WS-PID = SPACES THEN
                       MOVE 'N' TO WS-Confirmar
                   ELSE
                       PERFORM Capturar-Linea-Cotizacion
                   END-IF
               END-PERFORM
               CLOSE Productos
               IF WS-NumeroLinea > 0 THEN
                   PERFORM Escribir-Cabecera-Cotizacion
                   ADD 1 TO WS-ProximoNumero
                   PERFORM Guardar-Proximo-Numero
                   DISPLAY "Cotizacion " WS-NumeroCotizacion
                       " por " WS-TotalCotizacion " (sin IVA), "
                       "valida hasta " WS-Validez "."
               ELSE
                   DISPLAY "Cotizacion sin lineas; no se grabo."
               END-IF
           END-IF
       EXIT.


       Capturar-Linea-Cotizacion.
           MOVE WS-PID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "Producto no encontrado."
               NOT INVALID KEY
                   PERFORM Precio-Cotizado
                   DISPLAY FUNCTION TRIM(P-Nombre)
                       " - Stock actual: " P-Stock
                       " - Precio " WS-Precio " (" WS-Origen ")"
                   DISPLAY "Cantidad: "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
                   ELSE
                       MOVE 0 TO WS-Cantidad
                   END-IF
                   IF WS-Cantidad > 0 THEN
                       PERFORM Escribir-Linea-Cotizacion
                   ELSE
                       DISPLAY "Cantidad no valida; linea "
                           "descartada."
                   END-IF
           END-READ
       EXIT.


      *> Igual que al vender: una oferta vigente manda; si no hay,
      *> la lista del cliente; si tampoco, el precio general.
       Precio-Cotizado.
           MOVE P-Precio-Venta TO WS-Precio
           MOVE "GEN" TO WS-Origen
           MOVE 'N' TO WS-PrecioOk
           CALL "Ofertas" USING 1, Product-ID, WS-PrecioAlt,
               WS-PrecioOk
           IF WS-PrecioOk = 'S' THEN
               MOVE WS-PrecioAlt TO WS-Precio
               MOVE "OFE" TO WS-Origen
           ELSE
               MOVE 'N' TO WS-PrecioOk
               CALL "Listas-Precios" USING 1, WS-ListaCliente,
                   Product-ID, WS-PrecioAlt, WS-PrecioOk
               IF WS-PrecioOk = 'S' THEN
                   MOVE WS-PrecioAlt TO WS-Precio
                   MOVE "LIS" TO WS-Origen
               END-IF
           END-IF
       EXIT.


       Escribir-Linea-Cotizacion.
           ADD 1 TO WS-NumeroLinea
           INITIALIZE CV-Rec
           MOVE WS-NumeroCotizacion TO CV-Numero
           MOVE WS-NumeroLinea TO CV-Linea
           MOVE WS-ClienteCodigo TO CV-Cliente
           MOVE "ABIERTA" TO CV-Estado
           MOVE Product-ID TO CV-Product-ID
           MOVE WS-Cantidad TO CV-Cantidad
           MOVE WS-Precio TO CV-Precio
           MOVE WS-Origen TO CV-Origen-Precio
           COMPUTE CV-Importe = WS-Cantidad * WS-Precio
           MOVE WS-Validez TO CV-Validez
           PERFORM Fechar-Cotizacion
           MOVE WS-Usuario TO CV-Usuario
           WRITE CV-Rec
           IF WS-CotizStatus NOT = "00" THEN
               CALL "Errores" USING WS-CotizStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           ELSE
               ADD CV-Importe TO WS-TotalCotizacion
           END-IF
       EXIT.


       Escribir-Cabecera-Cotizacion.
           INITIALIZE CV-Rec
           MOVE WS-NumeroCotizacion TO CV-Numero
           MOVE 0 TO CV-Linea
           MOVE WS-ClienteCodigo TO CV-Cliente
           MOVE "ABIERTA" TO CV-Estado
           MOVE WS-TotalCotizacion TO CV-Total
           MOVE WS-Validez TO CV-Validez
           PERFORM Fechar-Cotizacion
           MOVE WS-Usuario TO CV-Usuario
           WRITE CV-Rec
           IF WS-CotizStatus NOT = "00" THEN
               CALL "Errores" USING WS-CotizStatus
           END-IF
       EXIT.


       Fechar-Cotizacion.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO CV-Dia
           MOVE WS-Fecha(5:2) TO CV-Mes
           MOVE WS-Fecha(1:4) TO CV-Ano
           ADD WS-Year TO CV-Ano GIVING CV-Ano
       EXIT.


       Consultar-Cotizacion.
           DISPLAY "Ingrese el numero de cotizacion: "
           ACCEPT WS-NumeroConsulta
           MOVE WS-NumeroConsulta TO CV-Numero
           MOVE 0 TO CV-Linea
           READ Cotizaciones
               INVALID KEY
                   DISPLAY "La cotizacion " WS-NumeroConsulta
                       " no existe."
               NOT INVALID KEY
                   PERFORM Mostrar-Cotizacion-Completa
           END-READ
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Cotizacion-Completa.
           DISPLAY "Cotizacion " CV-Numero " - " CV-Estado
           DISPLAY "Cliente: " CV-Cliente
           DISPLAY "Emitida: " CV-Dia "/" CV-Mes "/" CV-Ano
               " por " CV-Usuario "  valida hasta " CV-Validez
           DISPLAY "Total (sin IVA): " CV-Total
           IF CV-Estado = "ACEPTADA" THEN
               DISPLAY "Convertida en el pedido " CV-Pedido
           END-IF
           IF CV-Estado = "PERDIDA" THEN
               DISPLAY "Perdida por " FUNCTION TRIM(CV-Motivo-Perdida)
                   ": " FUNCTION TRIM(CV-Detalle-Perdida)
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cotizaciones NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CV-Numero = WS-NumeroConsulta
                               AND CV-Linea > 0 THEN
                           DISPLAY "  Linea " CV-Linea ": "
                               CV-Product-ID " x " CV-Cantidad
                               " a " CV-Precio " ("
                               CV-Origen-Precio ") = " CV-Importe
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Listar-Cotizaciones.
           MOVE LOW-VALUES TO CV-Clave
           START Cotizaciones KEY IS NOT LESS THAN CV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           DISPLAY "--- Cotizaciones de venta ---"
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cotizaciones NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CV-Numero > 0 AND CV-Linea = 0 THEN
                           DISPLAY CV-Numero " " CV-Estado
                               " cliente " CV-Cliente " total "
                               CV-Total " (" CV-Dia "/" CV-Mes "/"
                               CV-Ano ") vence " CV-Validez
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> El cliente acepta: en un solo paso se graba el pedido de
      *> venta con los precios cotizados (PD-Precio) y la
      *> cotizacion queda ACEPTADA con el numero de pedido.
       Aceptar-Cotizacion.
           DISPLAY "Numero de cotizacion aceptada: "
           ACCEPT WS-NumeroConsulta
           MOVE WS-NumeroConsulta TO CV-Numero
           MOVE 0 TO CV-Linea
           READ Cotizaciones
               INVALID KEY
                   DISPLAY "La cotizacion " WS-NumeroConsulta
                       " no existe."
               NOT INVALID KEY
                   IF CV-Estado NOT = "ABIERTA" THEN
                       DISPLAY "La cotizacion esta " CV-Estado
                           "; solo se aceptan cotizaciones ABIERTA."
                   ELSE
                       PERFORM Mostrar-Cotizacion-Completa
                       DISPLAY "Confirma pasarla a pedido (S/N): "
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = "S" OR WS-Confirmar = "s"
                           THEN
                           PERFORM Convertir-En-Pedido
                       ELSE
                           DISPLAY "Sin cambios."
                       END-IF
                   END-IF
           END-READ
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Convertir-En-Pedido.
           PERFORM Abrir-Pedidos
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           ELSE
               MOVE WS-ProximoPedido TO WS-NumeroPedido
               MOVE 0 TO WS-NumeroLinea
               MOVE WS-NumeroConsulta TO CV-Numero
               MOVE 0 TO CV-Linea
               READ Cotizaciones
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE CV-Cliente TO WS-ClienteCodigo
               PERFORM Leer-Lista-Cliente
               MOVE "ACEPTADA" TO CV-Estado
               MOVE WS-NumeroPedido TO CV-Pedido
               REWRITE CV-Rec
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Cotizaciones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CV-Numero = WS-NumeroConsulta
                                   AND CV-Linea > 0 THEN
                               PERFORM Escribir-Linea-Pedido
                               MOVE "ACEPTADA" TO CV-Estado
                               MOVE WS-NumeroPedido TO CV-Pedido
                               REWRITE CV-Rec
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               PERFORM Escribir-Cabecera-Pedido
               ADD 1 TO WS-ProximoPedido
               PERFORM Guardar-Proximo-Pedido
               CLOSE Pedidos
               DISPLAY "Cotizacion " WS-NumeroConsulta
                   " ACEPTADA: pedido " WS-NumeroPedido " con "
                   WS-NumeroLinea " linea(s)."
           END-IF
       EXIT.


       Abrir-Pedidos.
           OPEN I-O Pedidos
           IF WS-PedidosStatus = "35" THEN
               CLOSE Pedidos
               OPEN OUTPUT Pedidos
               CLOSE Pedidos
               OPEN I-O Pedidos
           END-IF
           IF WS-PedidosStatus = "00" THEN
               MOVE 0 TO PD-Numero
               MOVE 0 TO PD-Linea
               READ Pedidos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoPedido
                       INITIALIZE PD-Rec
                       MOVE 0 TO PD-Numero
                       MOVE 0 TO PD-Linea
                       MOVE WS-ProximoPedido TO PD-Proximo-Numero
                       WRITE PD-Rec
                   NOT INVALID KEY
                       MOVE PD-Proximo-Numero TO WS-ProximoPedido
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Pedido.
           MOVE 0 TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoPedido TO PD-Proximo-Numero
                   REWRITE PD-Rec
           END-READ
       EXIT.


       Escribir-Linea-Pedido.
           ADD 1 TO WS-NumeroLinea
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE WS-NumeroLinea TO PD-Linea
           MOVE WS-ClienteCodigo TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE CV-Product-ID TO PD-Product-ID
           MOVE CV-Cantidad TO PD-Cantidad-Pedida
           MOVE 0 TO PD-Cantidad-Despachada
           MOVE CV-Precio TO PD-Precio
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           END-IF
       EXIT.


       Escribir-Cabecera-Pedido.
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           MOVE WS-ClienteCodigo TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-NumeroConsulta TO PD-Cotizacion
           MOVE WS-VendedorCliente TO PD-Vendedor
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           END-IF
       EXIT.


       Fechar-Pedido.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO PD-Dia
           MOVE WS-Fecha(5:2) TO PD-Mes
           MOVE WS-Fecha(1:4) TO PD-Ano
           ADD WS-Year TO PD-Ano GIVING PD-Ano
       EXIT.


      *> Cotizacion que el cliente no tomo: queda PERDIDA con el
      *> motivo, que es lo que despues mira ventas.
       Perder-Cotizacion.
           DISPLAY "Numero de cotizacion perdida: "
           ACCEPT WS-NumeroConsulta
           MOVE WS-NumeroConsulta TO CV-Numero
           MOVE 0 TO CV-Linea
           READ Cotizaciones
               INVALID KEY
                   DISPLAY "La cotizacion " WS-NumeroConsulta
                       " no existe."
               NOT INVALID KEY
                   IF CV-Estado = "ACEPTADA" OR
                           CV-Estado = "PERDIDA" THEN
                       DISPLAY "La cotizacion esta " CV-Estado
                           " y no puede marcarse perdida."
                   ELSE
                       PERFORM Capturar-Motivo
                       PERFORM Marcar-Perdida
                   END-IF
           END-READ
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Motivo.
           MOVE 'N' TO WS-MotivoOk
           PERFORM UNTIL WS-MotivoOk = 'S'
               DISPLAY "Motivo (PRECIO / PLAZO / STOCK / "
                   "COMPETENCIA / OTRO): "
               MOVE SPACES TO WS-Motivo
               ACCEPT WS-Motivo
               MOVE FUNCTION UPPER-CASE(WS-Motivo) TO WS-Motivo
               IF WS-Motivo = "PRECIO" OR WS-Motivo = "PLAZO" OR
                       WS-Motivo = "STOCK" OR
                       WS-Motivo = "COMPETENCIA" OR
                       WS-Motivo = "OTRO" THEN
                   MOVE 'S' TO WS-MotivoOk
               ELSE
                   DISPLAY "Motivo no valido."
               END-IF
           END-PERFORM
           DISPLAY "Detalle: "
           MOVE SPACES TO WS-Detalle
           ACCEPT WS-Detalle
       EXIT.


       Marcar-Perdida.
           MOVE "PERDIDA" TO CV-Estado
           MOVE WS-Motivo TO CV-Motivo-Perdida
           MOVE WS-Detalle TO CV-Detalle-Perdida
           REWRITE CV-Rec
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cotizaciones NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF CV-Numero = WS-NumeroConsulta
                               AND CV-Linea > 0 THEN
                           MOVE "PERDIDA" TO CV-Estado
                           MOVE WS-Motivo TO CV-Motivo-Perdida
                           REWRITE CV-Rec
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           DISPLAY "Cotizacion " WS-NumeroConsulta " PERDIDA ("
               FUNCTION TRIM(WS-Motivo) ")."
       EXIT.


      *> Conversion de las cotizaciones emitidas en el mes: por
      *> cliente, cuantas se cotizaron y cuantas se ganaron (con
      *> sus importes); por producto, cuantas veces se cotizo y
      *> cuantas se gano. Los productos cotizados que nunca se
      *> ganan quedan marcados. Pantalla e informe numerado.
       Informe-Conversion.
           DISPLAY "Mes a analizar (AAAAMM): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
           ELSE
               MOVE 0 TO WS-AnoMes
           END-IF
           IF WS-AnoMes = 0 THEN
               DISPLAY "Mes no valido."
           ELSE
               MOVE 0 TO WS-CC-Usadas
               MOVE 0 TO WS-CP-Usadas
               MOVE 0 TO WS-Desbordados
               PERFORM Acumular-Conversion
               MOVE SPACES TO WS-ParamInf
               STRING "mes " WS-AnoMes DELIMITED SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               IF WS-InformeStatus NOT = "00" THEN
                   CALL "Errores" USING WS-InformeStatus
               ELSE
                   PERFORM Escribir-Conversion
                   CLOSE Informe
                   DISPLAY "Informe en "
                       FUNCTION TRIM(WS-NombreInforme)
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Conversion.
           MOVE SPACES TO WS-EstadoCabecera
           MOVE LOW-VALUES TO CV-Clave
           START Cotizaciones KEY IS NOT LESS THAN CV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Cotizaciones NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       COMPUTE WS-CotizMes = (CV-Ano * 100) + CV-Mes
                       IF CV-Numero > 0 AND
                               WS-CotizMes = WS-AnoMes THEN
                           IF CV-Linea = 0 THEN
                               PERFORM Acumular-Cliente-Conv
                           ELSE
                               PERFORM Acumular-Producto-Conv
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Acumular-Cliente-Conv.
           MOVE 'N' TO WS-CC-Hallada
           PERFORM VARYING WS-CC-Idx FROM 1 BY 1
                   UNTIL WS-CC-Idx > WS-CC-Usadas
                   OR WS-CC-Hallada = 'S'
               IF WS-CC-Cliente(WS-CC-Idx) = CV-Cliente THEN
                   MOVE 'S' TO WS-CC-Hallada
               END-IF
           END-PERFORM
           IF WS-CC-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-CC-Idx
           ELSE
               IF WS-CC-Usadas < 200 THEN
                   ADD 1 TO WS-CC-Usadas
                   MOVE WS-CC-Usadas TO WS-CC-Idx
                   MOVE CV-Cliente TO WS-CC-Cliente(WS-CC-Idx)
                   MOVE 0 TO WS-CC-Cotizadas(WS-CC-Idx)
                   MOVE 0 TO WS-CC-Ganadas(WS-CC-Idx)
                   MOVE 0 TO WS-CC-Perdidas(WS-CC-Idx)
                   MOVE 0 TO WS-CC-Importe(WS-CC-Idx)
                   MOVE 0 TO WS-CC-Ganado(WS-CC-Idx)
               ELSE
                   MOVE 0 TO WS-CC-Idx
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-CC-Idx > 0 THEN
               ADD 1 TO WS-CC-Cotizadas(WS-CC-Idx)
               ADD CV-Total TO WS-CC-Importe(WS-CC-Idx)
               IF CV-Estado = "ACEPTADA" THEN
                   ADD 1 TO WS-CC-Ganadas(WS-CC-Idx)
                   ADD CV-Total TO WS-CC-Ganado(WS-CC-Idx)
               END-IF
               IF CV-Estado = "PERDIDA" THEN
                   ADD 1 TO WS-CC-Perdidas(WS-CC-Idx)
               END-IF
           END-IF
       EXIT.


       Acumular-Producto-Conv.
           MOVE 'N' TO WS-CP-Hallada
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
                   UNTIL WS-CP-Idx > WS-CP-Usadas
                   OR WS-CP-Hallada = 'S'
               IF WS-CP-Product-ID(WS-CP-Idx) = CV-Product-ID THEN
                   MOVE 'S' TO WS-CP-Hallada
               END-IF
           END-PERFORM
           IF WS-CP-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-CP-Idx
           ELSE
               IF WS-CP-Usadas < 300 THEN
                   ADD 1 TO WS-CP-Usadas
                   MOVE WS-CP-Usadas TO WS-CP-Idx
                   MOVE CV-Product-ID TO WS-CP-Product-ID(WS-CP-Idx)
                   MOVE 0 TO WS-CP-Cotizadas(WS-CP-Idx)
                   MOVE 0 TO WS-CP-Ganadas(WS-CP-Idx)
                   MOVE 0 TO WS-CP-Importe(WS-CP-Idx)
                   MOVE 0 TO WS-CP-Ganado(WS-CP-Idx)
               ELSE
                   MOVE 0 TO WS-CP-Idx
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-CP-Idx > 0 THEN
               ADD 1 TO WS-CP-Cotizadas(WS-CP-Idx)
               ADD CV-Importe TO WS-CP-Importe(WS-CP-Idx)
               IF CV-Estado = "ACEPTADA" THEN
                   ADD 1 TO WS-CP-Ganadas(WS-CP-Idx)
                   ADD CV-Importe TO WS-CP-Ganado(WS-CP-Idx)
               END-IF
           END-IF
       EXIT.


       Escribir-Conversion.
           STRING "CONVERSION DE COTIZACIONES DEL MES " WS-AnoMes
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "POR CLIENTE: cotizadas / ganadas / perdidas / % / "
               & "importe cotizado / importe ganado" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CC-Idx FROM 1 BY 1
                   UNTIL WS-CC-Idx > WS-CC-Usadas
               COMPUTE WS-Tasa ROUNDED =
                   WS-CC-Ganadas(WS-CC-Idx) * 100 /
                   WS-CC-Cotizadas(WS-CC-Idx)
               MOVE WS-Tasa TO WS-EdTasa
               MOVE WS-CC-Importe(WS-CC-Idx) TO WS-EdImporte
               MOVE WS-CC-Ganado(WS-CC-Idx) TO WS-EdGanado
               STRING WS-CC-Cliente(WS-CC-Idx) " "
                   WS-CC-Cotizadas(WS-CC-Idx) " "
                   WS-CC-Ganadas(WS-CC-Idx) " "
                   WS-CC-Perdidas(WS-CC-Idx) " " WS-EdTasa "% "
                   WS-EdImporte " " WS-EdGanado
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE "POR PRODUCTO: cotizado / ganado / % / importe "
               & "cotizado / importe ganado" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CP-Idx FROM 1 BY 1
                   UNTIL WS-CP-Idx > WS-CP-Usadas
               COMPUTE WS-Tasa ROUNDED =
                   WS-CP-Ganadas(WS-CP-Idx) * 100 /
                   WS-CP-Cotizadas(WS-CP-Idx)
               MOVE WS-Tasa TO WS-EdTasa
               MOVE WS-CP-Importe(WS-CP-Idx) TO WS-EdImporte
               MOVE WS-CP-Ganado(WS-CP-Idx) TO WS-EdGanado
               STRING WS-CP-Product-ID(WS-CP-Idx) " "
                   WS-CP-Cotizadas(WS-CP-Idx) " "
                   WS-CP-Ganadas(WS-CP-Idx) " " WS-EdTasa "% "
                   WS-EdImporte " " WS-EdGanado
                   DELIMITED SIZE INTO WS-Linea
               IF WS-CP-Ganadas(WS-CP-Idx) = 0 THEN
                   MOVE "NUNCA GANADO" TO WS-Linea(90:12)
               END-IF
               PERFORM Escribir-Linea
           END-PERFORM
           IF WS-Desbordados > 0 THEN
               STRING "AVISO: " WS-Desbordados " registro(s) fuera "
                   "de las tablas del informe."
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
