               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT OrdenesCompra ASSIGN TO 'Ordenes-Compra.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-Clave
               FILE STATUS IS WS-OrdenesStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Pedidos.
       FD  Productos.
           COPY PRODUCTO.

       FD  Clientes.
           COPY CLIENTE.

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.

       WORKING-STORAGE SECTION.
           COPY DOMICILIO.

           01 WS-Control.
               05 WS-PedidosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-PID                   PIC X(10).
           01 WS-Cantidad              PIC 9(7).
           01 WS-Pendiente             PIC 9(7).
           01 WS-RefPerdida            PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-PendTotal             PIC 9(9).
           01 WS-Vendedor              PIC X(10).
           01 WS-VendedorNuevo         PIC X(10).
           01 WS-VendedorNombre        PIC X(50).
           01 WS-VendedorOk            PIC X(1).
           01 WS-Domicilio             PIC 9(3).
           01 WS-DomicilioOk           PIC X(1).
           01 WS-FechaEntrega          PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-DiaOk                 PIC X(1).
           01 WS-Directo               PIC X(1).
           01 WS-SucID                 PIC X(10).
           01 WS-SucFactor             PIC 9(3)V9(4).
           01 WS-SucFecha              PIC 9(8).
           01 WS-SucHay                PIC X(1).
           01 WS-SucCantidad           PIC 9(7).
           01 WS-ViejoID               PIC X(10).

      *>   Lineas de compra abiertas ordenadas por fecha esperada y
      *>   backorder acumulado por producto: cada pendiente de
      *>   cliente se promete con la orden de compra que alcanza a
      *>   cubrirlo, en orden de llegada de los pedidos.
           01 WS-OCAbiertas.
               05 WS-OA-Entry OCCURS 500 TIMES.
                   10 WS-OA-Product-ID     PIC X(10).
                   10 WS-OA-Fecha          PIC 9(8).
                   10 WS-OA-Pendiente      PIC 9(7).
           01 WS-OA-Usados             PIC 9(3) VALUE 0.
           01 WS-OA-Idx                PIC 9(3).
           01 WS-OA-J                  PIC 9(3).
           01 WS-BOTabla.
               05 WS-BO-Entry OCCURS 500 TIMES.
                   10 WS-BO-Product-ID     PIC X(10).
                   10 WS-BO-Acumulado      PIC 9(9).
           01 WS-BO-Usados             PIC 9(3) VALUE 0.
           01 WS-BO-Idx                PIC 9(3).
           01 WS-Cubierto              PIC 9(9).
           01 WS-Promesa               PIC 9(8).
           01 WS-FechaOC               PIC 9(8).
           01 WS-Ubicada               PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Cliente: " WS-ClienteCodigo " "
                   FUNCTION TRIM(WS-ClienteNombre)
               PERFORM Elegir-Vendedor
               PERFORM Elegir-Domicilio
               PERFORM Capturar-Fecha-Entrega
               PERFORM Capturar-Lineas-Pedido
           ELSE
               DISPLAY "Toma de pedido cancelada."
       EXIT.


      *> Se propone el vendedor del cliente; Enter lo acepta.
       Elegir-Vendedor.
           MOVE SPACES TO WS-Vendedor
           OPEN INPUT Clientes
           IF WS-ClientesStatus = "00" THEN
               MOVE WS-ClienteCodigo TO CLI-Codigo
               READ Clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-Vendedor TO WS-Vendedor
               END-READ
               CLOSE Clientes
           END-IF
           MOVE 'N' TO WS-VendedorOk
           PERFORM UNTIL WS-VendedorOk = 'S'
               DISPLAY "Vendedor (Enter = " WS-Vendedor "): "
               MOVE SPACES TO WS-VendedorNuevo
               ACCEPT WS-VendedorNuevo
               IF WS-VendedorNuevo = SPACES THEN
                   MOVE 'S' TO WS-VendedorOk
               ELSE
                   CALL "Vendedores" USING 1, WS-VendedorNuevo,
                       WS-VendedorNombre, WS-VendedorOk
                   IF WS-VendedorOk = 'S' THEN
                       MOVE WS-VendedorNuevo TO WS-Vendedor
                   ELSE
                       DISPLAY "Vendedor inexistente o "
                           "desactivado."
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


      *> Domicilio de entrega del maestro del cliente; sin
      *> domicilios cargados el pedido queda sin domicilio y el
      *> remito pide el destino como antes.
       Elegir-Domicilio.
           INITIALIZE DM-Rec
           MOVE WS-ClienteCodigo TO DM-Cliente
           MOVE 0 TO WS-Domicilio
           MOVE 0 TO WS-FechaEntrega
           CALL "Domicilios-Entrega" USING 1, WS-Usuario,
               WS-DomicilioOk, WS-FechaEntrega, DM-Rec
           IF WS-DomicilioOk = 'S' THEN
               MOVE DM-Codigo TO WS-Domicilio
               DISPLAY "Entregar en: " FUNCTION TRIM(DM-Direccion)
                   ", " FUNCTION TRIM(DM-Localidad) " - zona "
                   DM-Zona
           ELSE
               MOVE SPACES TO DM-Zona
               DISPLAY "El cliente no tiene domicilios de entrega "
                   "cargados."
           END-IF
       EXIT.


      *> Fecha de entrega prometida: si el reparto no va a la zona
      *> del domicilio ese dia se avisa y se pide otra fecha o la
      *> confirmacion. Enter deja el pedido sin fecha prometida.
       Capturar-Fecha-Entrega.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           MOVE 'N' TO WS-DiaOk
           PERFORM UNTIL WS-DiaOk = 'S'
               DISPLAY "Fecha de entrega prometida AAAAMMDD "
                   "(Enter = sin fecha): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE 0 TO WS-FechaEntrega
               IF WS-Aux = SPACES THEN
                   MOVE 'S' TO WS-DiaOk
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux)
                           TO WS-FechaEntrega
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaEntrega)
                           NOT = 0 OR WS-FechaEntrega < WS-HoyNum
                       THEN
                       DISPLAY "Fecha no valida."
                   ELSE
                       PERFORM Verificar-Dia-Reparto
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


       Verificar-Dia-Reparto.
           MOVE 'S' TO WS-DiaOk
           IF WS-Domicilio > 0 THEN
               CALL "Domicilios-Entrega" USING 3, WS-Usuario,
                   WS-DiaOk, WS-FechaEntrega, DM-Rec
               IF WS-DiaOk NOT = 'S' THEN
                   DISPLAY "El camion no va a la zona " DM-Zona
                       " ese dia. Prometer igual (S/N): "
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar = 'S' OR WS-Confirmar = 's'
                       THEN
                       MOVE 'S' TO WS-DiaOk
                   END-IF
               END-IF
           END-IF
       EXIT.


       Capturar-Lineas-Pedido.
           MOVE WS-ProximoNumero TO WS-NumeroPedido
           MOVE 0 TO WS-NumeroLinea
               INVALID KEY
                   DISPLAY "Producto no encontrado."
               NOT INVALID KEY
                   IF P-Estado = "PENDIENTE" THEN
                       DISPLAY "Producto con alta pendiente, no "
                           "habilitado para la venta."
                   ELSE
                       DISPLAY FUNCTION TRIM(P-Nombre)
                           " - Stock actual: " P-Stock
                       DISPLAY "Cantidad pedida: "
                       ACCEPT WS-Aux
                       IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                           MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
                       ELSE
                           MOVE 0 TO WS-Cantidad
                       END-IF
                       IF WS-Cantidad > 0 THEN
                           PERFORM Ofrecer-Sucesor
                           DISPLAY "Entrega directa del proveedor al "
                               "cliente (S/N): "
                           ACCEPT WS-Directo
                           IF WS-Directo = "s" THEN
                               MOVE "S" TO WS-Directo
                           END-IF
                           IF WS-Directo NOT = "S" THEN
                               MOVE "N" TO WS-Directo
                           END-IF
                           PERFORM Escribir-Linea-Pedido
                       ELSE
                           DISPLAY "Cantidad no valida; linea "
                               "descartada."
                       END-IF
                   END-IF
           END-READ
       EXIT.


      *> Si el producto fue reemplazado por otro codigo, ya paso la
      *> fecha de cambio y su stock no alcanza, se ofrece tomar la
      *> linea con el sucesor (cantidad convertida por el factor).
       Ofrecer-Sucesor.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           CALL "Sucesores" USING 1, Product-ID, WS-SucID,
               WS-SucFactor, WS-SucFecha, WS-SucHay, SPACES
           IF WS-SucHay = 'S' AND WS-HoyNum >= WS-SucFecha AND
                   P-Stock < WS-Cantidad THEN
               COMPUTE WS-SucCantidad ROUNDED =
                   WS-Cantidad * WS-SucFactor
               DISPLAY "Stock insuficiente; el producto fue "
                   "reemplazado por " WS-SucID
               DISPLAY "Tomar " WS-SucCantidad " unidad(es) de "
                   WS-SucID " en su lugar (S/N): "
               ACCEPT WS-Confirmar
               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   PERFORM Tomar-Sucesor
               END-IF
           END-IF
       EXIT.


       Tomar-Sucesor.
           MOVE Product-ID TO WS-ViejoID
           MOVE WS-SucID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "Sucesor no encontrado; se mantiene "
                       WS-ViejoID
                   MOVE WS-ViejoID TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                   END-READ
               NOT INVALID KEY
                   IF P-Estado = "PENDIENTE" THEN
                       DISPLAY "Sucesor con alta pendiente; se "
                           "mantiene " WS-ViejoID
                       MOVE WS-ViejoID TO Product-ID
                       READ Productos INTO Product KEY IS Product-ID
                       END-READ
                   ELSE
                       MOVE WS-SucCantidad TO WS-Cantidad
                       DISPLAY FUNCTION TRIM(P-Nombre)
                           " - Stock actual: " P-Stock
                   END-IF
           END-READ
       EXIT.
           MOVE Product-ID TO PD-Product-ID
           MOVE WS-Cantidad TO PD-Cantidad-Pedida
           MOVE 0 TO PD-Cantidad-Despachada
           MOVE WS-Directo TO PD-Directo
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           MOVE 0 TO PD-Linea
           MOVE WS-ClienteCodigo TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-Vendedor TO PD-Vendedor
           MOVE WS-Domicilio TO PD-Domicilio
           MOVE WS-FechaEntrega TO PD-Fecha-Entrega
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           DISPLAY "Cliente: " PD-Cliente
           DISPLAY "Tomado: " PD-Dia "/" PD-Mes "/" PD-Ano
               " por " PD-Usuario
           IF PD-Cotizacion > 0 THEN
               DISPLAY "De la cotizacion de venta " PD-Cotizacion
           END-IF
           IF PD-Vendedor NOT = SPACES THEN
               DISPLAY "Vendedor: " PD-Vendedor
           END-IF
           IF PD-OC-Cliente NOT = SPACES THEN
               DISPLAY "Orden de compra del cliente: " PD-OC-Cliente
           END-IF
           IF PD-Estado-Web NOT = SPACES THEN
               DISPLAY "Estado informado a la tienda web: "
                   PD-Estado-Web
           END-IF
           IF PD-Domicilio > 0 THEN
               DISPLAY "Domicilio de entrega: " PD-Domicilio
           END-IF
           IF PD-Fecha-Entrega > 0 THEN
               DISPLAY "Entrega prometida: " PD-Fecha-Entrega(7:2)
                   "/" PD-Fecha-Entrega(5:2) "/"
                   PD-Fecha-Entrega(1:4)
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Pedidos NEXT RECORD
                               PD-Cantidad-Pedida " despachado "
                               PD-Cantidad-Despachada
                               " pendiente " WS-Pendiente
                           IF PD-Precio > 0 THEN
                               DISPLAY "    precio pactado "
                                   PD-Precio
                           END-IF
                           IF PD-Directo = "S" THEN
                               IF PD-OC-Directa > 0 THEN
                                   DISPLAY "    entrega directa, "
                                       "orden de compra "
                                       PD-OC-Directa
                               ELSE
                                   DISPLAY "    entrega directa, "
                                       "sin orden de compra aun"
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
      *> demanda de clientes que antes se anotaba en papel.
       Informe-Backorders.
           MOVE 0 TO WS-PendTotal
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM Cargar-Compras-Abiertas
           MOVE 0 TO WS-BO-Usados
           MOVE LOW-VALUES TO PD-Clave
           START Pedidos KEY IS NOT LESS THAN PD-Clave
               INVALID KEY
                               " (del " PD-Dia "/" PD-Mes "/"
                               PD-Ano ")"
                           ADD WS-Pendiente TO WS-PendTotal
                           IF PD-Directo = "S" THEN
                               IF PD-OC-Directa > 0 THEN
                                   DISPLAY "    entrega directa "
                                       "del proveedor, orden de "
                                       "compra " PD-OC-Directa
                               ELSE
                                   DISPLAY "    entrega directa "
                                       "del proveedor, orden de "
                                       "compra sin generar"
                               END-IF
                           ELSE
                               PERFORM Prometer-Backorder
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       EXIT.


      *> Carga las lineas de compra con saldo por recibir, de la
      *> fecha esperada mas proxima a la mas lejana.
       Cargar-Compras-Abiertas.
           MOVE 0 TO WS-OA-Usados
           OPEN INPUT OrdenesCompra
           IF WS-OrdenesStatus = "00" THEN
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ OrdenesCompra NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OC-Numero > 0 AND OC-Linea > 0 AND
                                   OC-Estado NOT = "RECIBIDA" AND
                                   OC-Estado NOT = "ANULADA" AND
                                   OC-Cantidad-Recibida <
                                   OC-Cantidad-Pedida AND
                                   OC-Pedido = 0 AND
                                   WS-OA-Usados < 500 THEN
                               PERFORM Insertar-Compra-Abierta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE OrdenesCompra
           END-IF
       EXIT.


       Insertar-Compra-Abierta.
           MOVE OC-Fecha-Esperada TO WS-FechaOC
           IF WS-FechaOC = 0 THEN
               MOVE OC-Fecha-Emision TO WS-FechaOC
           END-IF
           ADD 1 TO WS-OA-Usados
           MOVE WS-OA-Usados TO WS-OA-Idx
           MOVE 'N' TO WS-Ubicada
           PERFORM UNTIL WS-OA-Idx = 1 OR WS-Ubicada = 'S'
               COMPUTE WS-OA-J = WS-OA-Idx - 1
               IF WS-OA-Fecha(WS-OA-J) > WS-FechaOC THEN
                   MOVE WS-OA-Entry(WS-OA-J) TO
                       WS-OA-Entry(WS-OA-Idx)
                   MOVE WS-OA-J TO WS-OA-Idx
               ELSE
                   MOVE 'S' TO WS-Ubicada
               END-IF
           END-PERFORM
           MOVE OC-Product-ID TO WS-OA-Product-ID(WS-OA-Idx)
           MOVE WS-FechaOC TO WS-OA-Fecha(WS-OA-Idx)
           COMPUTE WS-OA-Pendiente(WS-OA-Idx) =
               OC-Cantidad-Pedida - OC-Cantidad-Recibida
       EXIT.


      *> El pendiente de la linea se suma al de los pedidos
      *> anteriores del mismo producto; la promesa es la fecha
      *> esperada de la compra con la que lo recibido alcanza.
       Prometer-Backorder.
           MOVE 0 TO WS-BO-Idx
           PERFORM VARYING WS-OA-J FROM 1 BY 1
                   UNTIL WS-OA-J > WS-BO-Usados
               IF WS-BO-Product-ID(WS-OA-J) = PD-Product-ID THEN
                   MOVE WS-OA-J TO WS-BO-Idx
               END-IF
           END-PERFORM
           IF WS-BO-Idx = 0 AND WS-BO-Usados < 500 THEN
               ADD 1 TO WS-BO-Usados
               MOVE WS-BO-Usados TO WS-BO-Idx
               MOVE PD-Product-ID TO WS-BO-Product-ID(WS-BO-Idx)
               MOVE 0 TO WS-BO-Acumulado(WS-BO-Idx)
           END-IF
           MOVE 0 TO WS-Promesa
           IF WS-BO-Idx > 0 THEN
               ADD WS-Pendiente TO WS-BO-Acumulado(WS-BO-Idx)
               MOVE 0 TO WS-Cubierto
               PERFORM VARYING WS-OA-Idx FROM 1 BY 1
                       UNTIL WS-OA-Idx > WS-OA-Usados
                       OR WS-Promesa > 0
                   IF WS-OA-Product-ID(WS-OA-Idx) = PD-Product-ID
                       THEN
                       ADD WS-OA-Pendiente(WS-OA-Idx) TO WS-Cubierto
                       IF WS-Cubierto >=
                               WS-BO-Acumulado(WS-BO-Idx) THEN
                           MOVE WS-OA-Fecha(WS-OA-Idx) TO WS-Promesa
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-Promesa = 0
                   DISPLAY "    Entrega: sin compra abierta que lo "
                       "cubra"
               WHEN WS-Promesa < WS-HoyNum
                   DISPLAY "    Entrega: sujeta a compra atrasada "
                       "(esperada el " WS-Promesa(7:2) "/"
                       WS-Promesa(5:2) "/" WS-Promesa(1:4) ")"
               WHEN OTHER
                   DISPLAY "    Entrega estimada: " WS-Promesa(7:2)
                       "/" WS-Promesa(5:2) "/" WS-Promesa(1:4)
           END-EVALUATE
       EXIT.


       Anular-Pedido.
           DISPLAY "Ingrese el numero de pedido a anular: "
           ACCEPT WS-NumeroConsulta
                       IF PD-Numero = WS-NumeroConsulta
                               AND PD-Linea > 0 THEN
                           IF PD-Estado NOT = "COMPLETO" THEN
                               PERFORM Registrar-Saldo-Perdido
                               MOVE "ANULADO" TO PD-Estado
                               REWRITE PD-Rec
                           END-IF
           MOVE 'N' TO WS-EOF-Flag
           DISPLAY "Pedido " WS-NumeroConsulta " anulado."
       EXIT.


      *> Lo que la linea no llego a despachar es venta que se
      *> pierde con la anulacion.
       Registrar-Saldo-Perdido.
           IF PD-Estado NOT = "ANULADO" AND
                   PD-Cantidad-Pedida > PD-Cantidad-Despachada THEN
               COMPUTE WS-Pendiente =
                   PD-Cantidad-Pedida - PD-Cantidad-Despachada
               MOVE SPACES TO WS-RefPerdida
               STRING "PEDIDO " PD-Numero "-" PD-Linea
                   DELIMITED BY SIZE INTO WS-RefPerdida
               CALL "Demanda-Perdida" USING 1, PD-Product-ID, "PED",
                   WS-Pendiente, PD-Precio, WS-RefPerdida
           END-IF
       EXIT.
