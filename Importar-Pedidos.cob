       IDENTIFICATION DIVISION.
       PROGRAM-ID. Importar-Pedidos AS "Importar-Pedidos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArchivoOrdenes ASSIGN TO WS-NombreArchivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OrdenesStatus.

           SELECT Confirmacion ASSIGN TO WS-NombreConfirmacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ConfirmacionStatus.

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
       FD  ArchivoOrdenes.
      *>  Ordenes de compra que manda el cliente (una o varias por
      *>  archivo): un registro H por orden seguido de un D por
      *>  articulo, con el codigo de articulo del cliente, la
      *>  cantidad en su unidad y el precio que espera pagar por
      *>  esa unidad. EI-H-Domicilio es el codigo de nuestro
      *>  domicilio de entrega del cliente (0 = sin domicilio).
       01  EI-Rec.
           05 EI-Tipo                  PIC X(1).
           05 FILLER                   PIC X(99).
       01  EI-Cabecera.
           05 EI-H-Tipo                PIC X(1).
           05 EI-H-OC                  PIC X(20).
           05 EI-H-Fecha               PIC 9(8).
           05 EI-H-Fecha-Entrega       PIC 9(8).
           05 EI-H-Domicilio           PIC 9(3).
           05 FILLER                   PIC X(60).
       01  EI-Detalle.
           05 EI-D-Tipo                PIC X(1).
           05 EI-D-Codigo              PIC X(20).
           05 EI-D-Cantidad            PIC 9(7).
           05 EI-D-Precio              PIC 9(5)V99.
           05 FILLER                   PIC X(65).

       FD  Confirmacion.
      *>  Confirmacion de cada orden para el cliente: H con nuestro
      *>  numero de pedido y el estado (A aceptada completa, C
      *>  aceptada con cambios, R rechazada con el motivo) y un D
      *>  por articulo con lo pedido y lo que confirmamos, ambos en
      *>  la unidad del cliente.
       01  AK-Cabecera.
           05 AK-Tipo                  PIC X(1).
           05 AK-OC                    PIC X(20).
           05 AK-Pedido                PIC 9(6).
           05 AK-Estado                PIC X(1).
           05 AK-Motivo                PIC X(30).
           05 AK-Fecha                 PIC 9(8).
           05 FILLER                   PIC X(34).
       01  AK-Detalle.
           05 AK-D-Tipo                PIC X(1).
           05 AK-D-Codigo              PIC X(20).
           05 AK-D-Pedida              PIC 9(7).
           05 AK-D-Confirmada          PIC 9(7).
           05 AK-D-Precio              PIC 9(5)V99.
           05 AK-D-Motivo              PIC X(20).
           05 FILLER                   PIC X(38).

       FD  Pedidos.
           COPY PEDIDO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Clientes.
           COPY CLIENTE.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           COPY DOMICILIO.

           01 WS-Control.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-ConfirmacionStatus PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Scan          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-EnterT                PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-NombreArchivo         PIC X(40).
           01 WS-NombreConfirmacion    PIC X(40).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "EDI-PEDIDO".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Cliente               PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ListaCliente          PIC X(3).
           01 WS-VendedorCliente       PIC X(10).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-NumeroPedido          PIC 9(6).
           01 WS-NumeroLinea           PIC 9(3).
           01 WS-Domicilio             PIC 9(3).
           01 WS-DomicilioOk           PIC X(1).
           01 WS-FechaEntrega          PIC 9(8).
           01 WS-HayOrden              PIC X(1) VALUE 'N'.
           01 WS-OC                    PIC X(20).
           01 WS-Duplicada             PIC X(1).
           01 WS-CreditoOk             PIC X(1).
           01 WS-Estado                PIC X(1).
           01 WS-Motivo                PIC X(30).
           01 WS-ValorOrden            PIC 9(13)V99.
           01 WS-Confirmadas           PIC 9(3).
           01 WS-XrefID                PIC X(10).
           01 WS-XrefFactor            PIC 9(3).
           01 WS-XrefOk                PIC X(1).
           01 WS-Hallado               PIC X(1).
           01 WS-PrecioLista           PIC 9(5)V99.
           01 WS-ListaOk               PIC X(1).
           01 WS-PrecioCliente         PIC 9(5)V99.
           01 WS-Diferencia            PIC S9(5)V99.
           01 WS-Leidas                PIC 9(5) VALUE 0.
           01 WS-Creados               PIC 9(5) VALUE 0.
           01 WS-Rechazadas            PIC 9(5) VALUE 0.
           01 WS-Excepciones           PIC 9(5) VALUE 0.

      *>   Articulos de la orden en curso, resueltos a nuestro
      *>   producto antes de grabar el pedido. OL-Estado: ' ' ok,
      *>   'U' codigo desconocido.
           01 WS-OrdenTabla.
               05 WS-OL-Entry OCCURS 200 TIMES.
                   10 WS-OL-Codigo         PIC X(20).
                   10 WS-OL-Cantidad       PIC 9(7).
                   10 WS-OL-Precio         PIC 9(5)V99.
                   10 WS-OL-Product-ID     PIC X(10).
                   10 WS-OL-Factor         PIC 9(3).
                   10 WS-OL-Pedida         PIC 9(7).
                   10 WS-OL-Confirmada     PIC 9(7).
                   10 WS-OL-PrecioNuestro  PIC 9(5)V99.
                   10 WS-OL-Estado         PIC X(1).
           01 WS-OL-Usados             PIC 9(3) VALUE 0.
           01 WS-OL-Idx                PIC 9(3).
           01 WS-OL-Desbordados        PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           DISPLAY "--- Importacion de ordenes de compra de "
               "clientes ---"
           PERFORM Elegir-Cliente
           IF WS-ClienteOk = 'S' THEN
               PERFORM Elegir-Archivo
               OPEN INPUT ArchivoOrdenes
               IF WS-OrdenesStatus NOT = "00" THEN
                   DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(WS-NombreArchivo)
                   CALL "Errores" USING WS-OrdenesStatus
               ELSE
                   PERFORM Importar-Archivo
                   CLOSE ArchivoOrdenes
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Elegir-Cliente.
           MOVE 'N' TO WS-ClienteOk
           DISPLAY "Codigo del cliente que envia las ordenes: "
           MOVE SPACES TO WS-Cliente
           ACCEPT WS-Cliente
           IF WS-Cliente NOT = SPACES THEN
               CALL "Clientes" USING 1, WS-Cliente,
                   WS-ClienteNombre, WS-ValorDummy, WS-ClienteOk
           END-IF
           IF WS-ClienteOk NOT = 'S' THEN
               DISPLAY "Cliente inexistente o desactivado."
           ELSE
               DISPLAY "Cliente: " FUNCTION TRIM(WS-ClienteNombre)
               MOVE SPACES TO WS-ListaCliente
               MOVE SPACES TO WS-VendedorCliente
               OPEN INPUT Clientes
               IF WS-ClientesStatus = "00" THEN
                   MOVE WS-Cliente TO CLI-Codigo
                   READ Clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-Lista TO WS-ListaCliente
                           MOVE CLI-Vendedor TO WS-VendedorCliente
                   END-READ
                   CLOSE Clientes
               END-IF
           END-IF
       EXIT.


      *> Por convencion el cliente deja OC-<cliente>.TXT; la
      *> confirmacion sale en ACK-<cliente>.TXT para devolverle.
       Elegir-Archivo.
           MOVE SPACES TO WS-NombreArchivo
           STRING "OC-" WS-Cliente DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE INTO WS-NombreArchivo
           DISPLAY "Archivo de ordenes (Enter = "
               FUNCTION TRIM(WS-NombreArchivo) "): "
           MOVE SPACES TO WS-ParamInf
           ACCEPT WS-ParamInf
           IF WS-ParamInf NOT = SPACES THEN
               MOVE WS-ParamInf TO WS-NombreArchivo
           END-IF
           MOVE SPACES TO WS-NombreConfirmacion
           STRING "ACK-" WS-Cliente DELIMITED BY SPACE
               ".TXT" DELIMITED BY SIZE INTO WS-NombreConfirmacion
       EXIT.


       Importar-Archivo.
           MOVE SPACES TO WS-ParamInf
           STRING "cliente " WS-Cliente DELIMITED SIZE
               INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           OPEN OUTPUT Confirmacion
           PERFORM Abrir-Pedidos
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           ELSE
               OPEN INPUT Productos
               MOVE SPACES TO WS-Linea
               STRING "IMPORTACION DE ORDENES DE " WS-Cliente " "
                   WS-ClienteNombre DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE SPACES TO WS-Linea
               STRING "Archivo " WS-NombreArchivo DELIMITED SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoOrdenes
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Procesar-Registro
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-HayOrden = 'S' THEN
                   PERFORM Procesar-Orden
               END-IF
               IF WS-ProductosStatus = "00" THEN
                   CLOSE Productos
               END-IF
               CLOSE Pedidos
               MOVE SPACES TO WS-Linea
               STRING "Ordenes leidas " WS-Leidas
                   " - pedidos creados " WS-Creados
                   " - rechazadas " WS-Rechazadas
                   " - excepciones " WS-Excepciones
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           CLOSE Confirmacion
           CLOSE Informe
           DISPLAY "Excepciones en " FUNCTION TRIM(WS-NombreInforme)
           DISPLAY "Confirmacion para el cliente en "
               FUNCTION TRIM(WS-NombreConfirmacion)
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
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE PD-Rec
                       MOVE 0 TO PD-Numero
                       MOVE 0 TO PD-Linea
                       MOVE WS-ProximoNumero TO PD-Proximo-Numero
                       WRITE PD-Rec
                   NOT INVALID KEY
                       MOVE PD-Proximo-Numero TO WS-ProximoNumero
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Numero.
           MOVE 0 TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO PD-Proximo-Numero
                   REWRITE PD-Rec
           END-READ
       EXIT.


      *> Cada H cierra la orden anterior y abre la siguiente; los
      *> D se juntan en la tabla de la orden en curso.
       Procesar-Registro.
           EVALUATE EI-Tipo
               WHEN "H"
                   IF WS-HayOrden = 'S' THEN
                       PERFORM Procesar-Orden
                   END-IF
                   PERFORM Iniciar-Orden
               WHEN "D"
                   IF WS-HayOrden = 'N' THEN
                       MOVE SPACES TO WS-Linea
                       STRING "EXCEPCION articulo " EI-D-Codigo
                           " sin cabecera de orden; ignorado"
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Excepcion
                   ELSE
                       PERFORM Agregar-Articulo
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION registro de tipo '" EI-Tipo
                       "' no reconocido; ignorado"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
           END-EVALUATE
       EXIT.


       Iniciar-Orden.
           MOVE 'S' TO WS-HayOrden
           ADD 1 TO WS-Leidas
           MOVE EI-H-OC TO WS-OC
           MOVE 0 TO WS-OL-Usados
           MOVE 0 TO WS-OL-Desbordados
           MOVE 0 TO WS-FechaEntrega
           IF EI-H-Fecha-Entrega IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(EI-H-Fecha-Entrega)
                       = 0 THEN
                   MOVE EI-H-Fecha-Entrega TO WS-FechaEntrega
               END-IF
           END-IF
           MOVE 0 TO WS-Domicilio
           IF EI-H-Domicilio IS NUMERIC THEN
               MOVE EI-H-Domicilio TO WS-Domicilio
           END-IF
       EXIT.


       Agregar-Articulo.
           IF WS-OL-Usados >= 200 THEN
               ADD 1 TO WS-OL-Desbordados
           ELSE
               ADD 1 TO WS-OL-Usados
               MOVE WS-OL-Usados TO WS-OL-Idx
               INITIALIZE WS-OL-Entry(WS-OL-Idx)
               MOVE EI-D-Codigo TO WS-OL-Codigo(WS-OL-Idx)
               IF EI-D-Cantidad IS NUMERIC THEN
                   MOVE EI-D-Cantidad TO WS-OL-Cantidad(WS-OL-Idx)
               END-IF
               IF EI-D-Precio IS NUMERIC THEN
                   MOVE EI-D-Precio TO WS-OL-Precio(WS-OL-Idx)
               END-IF
           END-IF
       EXIT.


      *> Una orden se rechaza entera si ya se importo, si excede el
      *> credito del cliente o si no queda ningun articulo para
      *> confirmar; si no se graba el pedido con lo confirmado.
       Procesar-Orden.
           MOVE 'N' TO WS-HayOrden
           MOVE "A" TO WS-Estado
           MOVE SPACES TO WS-Motivo
           MOVE 0 TO WS-NumeroPedido
           MOVE 0 TO WS-ValorOrden
           MOVE 0 TO WS-Confirmadas
           IF WS-OL-Desbordados > 0 THEN
               MOVE "C" TO WS-Estado
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION OC " WS-OC " " WS-OL-Desbordados
                   " articulo(s) sobre el tope de 200 no procesados"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Excepcion
           END-IF
           PERFORM Verificar-Duplicada
           IF WS-Duplicada = 'S' THEN
               MOVE "R" TO WS-Estado
               MOVE "ORDEN YA IMPORTADA" TO WS-Motivo
           ELSE
               PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                       UNTIL WS-OL-Idx > WS-OL-Usados
                   PERFORM Resolver-Articulo
               END-PERFORM
               IF WS-Confirmadas = 0 THEN
                   MOVE "R" TO WS-Estado
                   MOVE "SIN ARTICULOS CONFIRMADOS" TO WS-Motivo
               ELSE
                   CALL "Clientes" USING 2, WS-Cliente,
                       WS-ClienteNombre, WS-ValorOrden, WS-CreditoOk
                   IF WS-CreditoOk NOT = 'S' THEN
                       MOVE "R" TO WS-Estado
                       MOVE "CREDITO EXCEDIDO" TO WS-Motivo
                       MOVE SPACES TO WS-Linea
                       STRING "EXCEPCION OC " WS-OC " excede el "
                           "limite de credito del cliente por un "
                           "valor de " WS-ValorOrden
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Excepcion
                   END-IF
               END-IF
           END-IF
           IF WS-Estado = "R" THEN
               ADD 1 TO WS-Rechazadas
               MOVE SPACES TO WS-Linea
               STRING "RECHAZADA OC " WS-OC ": " WS-Motivo
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               PERFORM Validar-Domicilio
               PERFORM Grabar-Pedido
           END-IF
           PERFORM Escribir-Confirmacion
       EXIT.


       Verificar-Duplicada.
           MOVE 'N' TO WS-Duplicada
           MOVE LOW-VALUES TO PD-Clave
           START Pedidos KEY IS NOT LESS THAN PD-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Scan
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Scan
           END-START
           PERFORM UNTIL WS-EOF-Scan = 'Y'
               READ Pedidos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT AT END
                       IF PD-Numero > 0 AND PD-Linea = 0 AND
                               PD-Cliente = WS-Cliente AND
                               PD-OC-Cliente = WS-OC AND
                               PD-Estado NOT = "ANULADO" THEN
                           MOVE 'S' TO WS-Duplicada
                           MOVE 'Y' TO WS-EOF-Scan
                           MOVE SPACES TO WS-Linea
                           STRING "EXCEPCION OC " WS-OC " ya "
                               "importada en el pedido " PD-Numero
                               DELIMITED SIZE INTO WS-Linea
                           PERFORM Escribir-Excepcion
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


      *> El codigo se busca primero en el cruce de codigos del
      *> cliente, despues como codigo de barras nuestro (las
      *> cadenas suelen mandar el EAN) y por ultimo como Product-ID.
      *> Se confirma lo pedido hasta el stock del producto; el
      *> precio esperado se compara con el de la lista del cliente.
       Resolver-Articulo.
           MOVE 'N' TO WS-Hallado
           MOVE 1 TO WS-XrefFactor
           CALL "Producto-Cliente" USING 1, WS-Cliente,
               WS-OL-Codigo(WS-OL-Idx), WS-XrefID, WS-XrefFactor,
               WS-XrefOk
           IF WS-XrefOk = 'S' THEN
               MOVE WS-XrefID TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Hallado
               END-READ
           ELSE
               MOVE 1 TO WS-XrefFactor
               PERFORM Resolver-Por-Catalogo
           END-IF
           IF WS-Hallado = 'N' THEN
               MOVE "U" TO WS-OL-Estado(WS-OL-Idx)
               MOVE "C" TO WS-Estado
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION OC " WS-OC " codigo de articulo "
                   WS-OL-Codigo(WS-OL-Idx) " desconocido"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Excepcion
           ELSE
               PERFORM Valorizar-Articulo
           END-IF
       EXIT.


       Resolver-Por-Catalogo.
           IF WS-ProductosStatus = "00" THEN
               MOVE LOW-VALUES TO Product-ID
               START Productos KEY IS NOT LESS THAN Product-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Scan
               END-START
               PERFORM UNTIL WS-EOF-Scan = 'Y'
                   READ Productos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Scan
                       NOT AT END
                           IF P-Codigo-Barras =
                                   WS-OL-Codigo(WS-OL-Idx) AND
                                   P-Codigo-Barras NOT = SPACES THEN
                               MOVE 'S' TO WS-Hallado
                               MOVE 'Y' TO WS-EOF-Scan
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Scan
               IF WS-Hallado = 'N' THEN
                   MOVE WS-OL-Codigo(WS-OL-Idx)(1:10) TO Product-ID
                   READ Productos
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-Hallado
                   END-READ
               END-IF
           END-IF
       EXIT.


      *> Product trae el producto resuelto.
       Valorizar-Articulo.
           MOVE Product-ID TO WS-OL-Product-ID(WS-OL-Idx)
           MOVE WS-XrefFactor TO WS-OL-Factor(WS-OL-Idx)
           COMPUTE WS-OL-Pedida(WS-OL-Idx) =
               WS-OL-Cantidad(WS-OL-Idx) * WS-XrefFactor
           MOVE WS-OL-Pedida(WS-OL-Idx) TO WS-OL-Confirmada(WS-OL-Idx)
           IF P-Stock < WS-OL-Pedida(WS-OL-Idx) THEN
               COMPUTE WS-OL-Confirmada(WS-OL-Idx) =
                   (P-Stock / WS-XrefFactor) * WS-XrefFactor
               MOVE "C" TO WS-Estado
           END-IF
           IF WS-OL-Confirmada(WS-OL-Idx) > 0 THEN
               ADD 1 TO WS-Confirmadas
           END-IF
           MOVE P-Precio-Venta TO WS-PrecioLista
           IF WS-ListaCliente NOT = SPACES THEN
               CALL "Listas-Precios" USING 1, WS-ListaCliente,
                   Product-ID, WS-PrecioLista, WS-ListaOk
               IF WS-ListaOk NOT = 'S' THEN
                   MOVE P-Precio-Venta TO WS-PrecioLista
               END-IF
           END-IF
           MOVE WS-PrecioLista TO WS-OL-PrecioNuestro(WS-OL-Idx)
           COMPUTE WS-ValorOrden = WS-ValorOrden +
               WS-OL-Confirmada(WS-OL-Idx) * WS-PrecioLista
           COMPUTE WS-PrecioCliente ROUNDED =
               WS-OL-Precio(WS-OL-Idx) / WS-XrefFactor
           COMPUTE WS-Diferencia = WS-PrecioCliente - WS-PrecioLista
           IF WS-OL-Precio(WS-OL-Idx) > 0 AND
                   (WS-Diferencia > 0.01 OR WS-Diferencia < -0.01)
                   THEN
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION OC " WS-OC " " Product-ID
                   " precio del cliente " WS-PrecioCliente
                   " distinto de lista " WS-PrecioLista
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Excepcion
           END-IF
       EXIT.


       Validar-Domicilio.
           IF WS-Domicilio > 0 THEN
               INITIALIZE DM-Rec
               MOVE WS-Cliente TO DM-Cliente
               MOVE WS-Domicilio TO DM-Codigo
               CALL "Domicilios-Entrega" USING 2, WS-Usuario,
                   WS-DomicilioOk, WS-FechaEntrega, DM-Rec
               IF WS-DomicilioOk NOT = 'S' THEN
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION OC " WS-OC " domicilio de "
                       "entrega " WS-Domicilio " inexistente; el "
                       "pedido queda sin domicilio"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Excepcion
                   MOVE 0 TO WS-Domicilio
               END-IF
           END-IF
       EXIT.


      *> El pedido lleva lo confirmado en nuestra unidad; el precio
      *> queda en 0 para que rija la lista del cliente al facturar.
       Grabar-Pedido.
           MOVE WS-ProximoNumero TO WS-NumeroPedido
           MOVE 0 TO WS-NumeroLinea
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-OL-Usados
               IF WS-OL-Estado(WS-OL-Idx) = SPACE AND
                       WS-OL-Confirmada(WS-OL-Idx) > 0 THEN
                   PERFORM Escribir-Linea-Pedido
               END-IF
           END-PERFORM
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           MOVE WS-Cliente TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-VendedorCliente TO PD-Vendedor
           MOVE WS-Domicilio TO PD-Domicilio
           MOVE WS-FechaEntrega TO PD-Fecha-Entrega
           MOVE WS-OC TO PD-OC-Cliente
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           END-IF
           ADD 1 TO WS-ProximoNumero
           PERFORM Guardar-Proximo-Numero
           ADD 1 TO WS-Creados
           MOVE SPACES TO WS-Linea
           STRING "PEDIDO " WS-NumeroPedido " de la OC " WS-OC
               " con " WS-NumeroLinea " linea(s), valor "
               WS-ValorOrden DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea-Pedido.
           ADD 1 TO WS-NumeroLinea
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE WS-NumeroLinea TO PD-Linea
           MOVE WS-Cliente TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-OL-Product-ID(WS-OL-Idx) TO PD-Product-ID
           MOVE WS-OL-Confirmada(WS-OL-Idx) TO PD-Cantidad-Pedida
           MOVE 0 TO PD-Cantidad-Despachada
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           END-IF
       EXIT.


       Fechar-Pedido.
           MOVE WS-Fecha(7:2) TO PD-Dia
           MOVE WS-Fecha(5:2) TO PD-Mes
           MOVE WS-Fecha(1:4) TO PD-Ano
           ADD WS-Year TO PD-Ano GIVING PD-Ano
       EXIT.


      *> Las cantidades vuelven en la unidad del cliente.
       Escribir-Confirmacion.
           INITIALIZE AK-Cabecera
           MOVE "H" TO AK-Tipo
           MOVE WS-OC TO AK-OC
           MOVE WS-NumeroPedido TO AK-Pedido
           MOVE WS-Estado TO AK-Estado
           MOVE WS-Motivo TO AK-Motivo
           MOVE WS-HoyNum TO AK-Fecha
           WRITE AK-Cabecera
           PERFORM VARYING WS-OL-Idx FROM 1 BY 1
                   UNTIL WS-OL-Idx > WS-OL-Usados
               INITIALIZE AK-Detalle
               MOVE "D" TO AK-D-Tipo
               MOVE WS-OL-Codigo(WS-OL-Idx) TO AK-D-Codigo
               MOVE WS-OL-Cantidad(WS-OL-Idx) TO AK-D-Pedida
               EVALUATE TRUE
                   WHEN WS-Estado = "R"
                       MOVE 0 TO AK-D-Confirmada
                       MOVE WS-Motivo TO AK-D-Motivo
                   WHEN WS-OL-Estado(WS-OL-Idx) = "U"
                       MOVE 0 TO AK-D-Confirmada
                       MOVE "CODIGO DESCONOCIDO" TO AK-D-Motivo
                   WHEN OTHER
                       COMPUTE AK-D-Confirmada =
                           WS-OL-Confirmada(WS-OL-Idx) /
                           WS-OL-Factor(WS-OL-Idx)
                       COMPUTE AK-D-Precio ROUNDED =
                           WS-OL-PrecioNuestro(WS-OL-Idx) *
                           WS-OL-Factor(WS-OL-Idx)
                       IF AK-D-Confirmada < AK-D-Pedida THEN
                           MOVE "SIN STOCK SUFICIENTE" TO AK-D-Motivo
                       END-IF
               END-EVALUATE
               WRITE AK-Detalle
           END-PERFORM
       EXIT.


       Escribir-Excepcion.
           ADD 1 TO WS-Excepciones
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
