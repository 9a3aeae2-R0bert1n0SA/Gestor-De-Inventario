       IDENTIFICATION DIVISION.
       PROGRAM-ID. Pedidos-Web AS "Pedidos-Web".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Entrada ASSIGN TO 'Pedidos-Web.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EntradaStatus.

           SELECT Estados ASSIGN TO 'Estados-Web.TXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EstadosStatus.

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

           SELECT Remitos ASSIGN TO 'Remitos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Clave
               FILE STATUS IS WS-RemitosStatus.

           SELECT Despachos ASSIGN TO 'Despachos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-Clave
               FILE STATUS IS WS-DespachosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Entrada.
      *>  Buzon de pedidos de la tienda web: un registro H por
      *>  pedido de la tienda con su numero y fecha, seguido de un
      *>  D por articulo (codigo de barras o Product-ID, cantidad y
      *>  precio cobrado en la tienda).
       01  PW-Rec.
           05 PW-Tipo                  PIC X(1).
           05 FILLER                   PIC X(59).
       01  PW-Cabecera.
           05 PW-H-Tipo                PIC X(1).
           05 PW-H-Orden               PIC X(20).
           05 PW-H-Fecha               PIC 9(8).
           05 FILLER                   PIC X(31).
       01  PW-Detalle.
           05 PW-D-Tipo                PIC X(1).
           05 PW-D-Codigo              PIC X(20).
           05 PW-D-Cantidad            PIC 9(7).
           05 PW-D-Precio              PIC 9(5)V99.
           05 FILLER                   PIC X(25).

       FD  Estados.
      *>  Buzon de salida: un registro por cada pedido web cuyo
      *>  estado cambio desde la ultima corrida. Con DESPACHADO (o
      *>  un BACKORDER que ya tuvo una entrega parcial) va el ultimo
      *>  despacho con su transportista y seguimiento.
       01  EW-Rec.
           05 EW-Orden                 PIC X(20).
           05 EW-Pedido                PIC 9(6).
           05 EW-Estado                PIC X(10).
           05 EW-Fecha                 PIC 9(8).
           05 EW-Despacho              PIC 9(6).
           05 EW-Transportista         PIC X(30).
           05 EW-Tracking              PIC X(20).

       FD  Pedidos.
           COPY PEDIDO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Clientes.
           COPY CLIENTE.

       FD  Remitos.
           COPY REMITO.

       FD  Despachos.
           COPY DESPACHO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-EntradaStatus     PIC XX.
               05 WS-EstadosStatus     PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-RemitosStatus     PIC XX.
               05 WS-DespachosStatus   PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Scan          PIC X(1) VALUE 'N'.
               05 WS-EOF-Desp          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Modo                  PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "PEDIDO-WEB".
           01 WS-ParamInf              PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-ClienteWeb            PIC X(10).
           01 WS-ClienteReserva        PIC X(50).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-VendedorWeb           PIC X(10).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-NumeroPedido          PIC 9(6).
           01 WS-NumeroLinea           PIC 9(3).
           01 WS-HayOrden              PIC X(1) VALUE 'N'.
           01 WS-Orden                 PIC X(20).
           01 WS-Duplicada             PIC X(1).
           01 WS-Estado                PIC X(10).
           01 WS-Hallado               PIC X(1).
           01 WS-XrefID                PIC X(10).
           01 WS-XrefFactor            PIC 9(5).
           01 WS-XrefOk                PIC X(1).
           01 WS-Reservado             PIC 9(7).
           01 WS-Disponible            PIC S9(7).
           01 WS-Apartar               PIC 9(7).
           01 WS-SucID                 PIC X(10).
           01 WS-SucFactor             PIC 9(3)V9(4).
           01 WS-SucFecha              PIC 9(8).
           01 WS-SucHay                PIC X(1).
           01 WS-SucPedida             PIC 9(7).
           01 WS-ViejoID               PIC X(10).
           01 WS-Lineas                PIC 9(3).
           01 WS-Leidos                PIC 9(5) VALUE 0.
           01 WS-Creados               PIC 9(5) VALUE 0.
           01 WS-Backorders            PIC 9(5) VALUE 0.
           01 WS-Anulados              PIC 9(5) VALUE 0.
           01 WS-Informados            PIC 9(5) VALUE 0.
           01 WS-Faltante              PIC X(1).
           01 WS-Remito                PIC 9(6).
           01 WS-UltimoDespacho        PIC 9(6).

      *>   Articulos del pedido web en curso, resueltos a nuestro
      *>   producto. WL-Estado: ' ' ok, 'U' codigo desconocido.
           01 WS-WebTabla.
               05 WS-WL-Entry OCCURS 200 TIMES.
                   10 WS-WL-Codigo         PIC X(20).
                   10 WS-WL-Cantidad       PIC 9(7).
                   10 WS-WL-Precio         PIC 9(5)V99.
                   10 WS-WL-Product-ID     PIC X(10).
                   10 WS-WL-Pedida         PIC 9(7).
                   10 WS-WL-Reservado      PIC 9(7).
                   10 WS-WL-Estado         PIC X(1).
           01 WS-WL-Usados             PIC 9(3) VALUE 0.
           01 WS-WL-Idx                PIC 9(3).
           01 WS-WL-Desbordados        PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Con PEDIDOS_WEB_MODO=BATCH en el ambiente (corrida
      *> programada cada hora) importa el buzon e informa los
      *> estados sin operador; si no, menu.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           ACCEPT WS-Modo FROM ENVIRONMENT "PEDIDOS_WEB_MODO"
           IF WS-Modo = "BATCH" OR WS-Modo = "batch" THEN
               PERFORM Importar-Pedidos-Web
               PERFORM Informar-Estados
           ELSE
               PERFORM Menu-Pedidos-Web
           END-IF
       EXIT PROGRAM.


       Menu-Pedidos-Web.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Pedidos de la tienda web -------"
               DISPLAY "1. Importar pedidos del buzon"
               DISPLAY "2. Informar estados a la tienda"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Importar-Pedidos-Web
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 2
                       PERFORM Informar-Estados
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


      *> Los pedidos web se toman a nombre de un cliente unico del
      *> maestro (parametro CLIENTE-WEB); sus reservas quedan a
      *> ese codigo, que es el que consume el remito al despachar.
       Leer-Cliente-Web.
           MOVE "WEB" TO WS-ValorParam
           MOVE "CLIENTE-WEB" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam TO WS-ClienteWeb
           MOVE 'N' TO WS-ClienteOk
           CALL "Clientes" USING 1, WS-ClienteWeb, WS-ClienteNombre,
               WS-ValorDummy, WS-ClienteOk
           MOVE SPACES TO WS-VendedorWeb
           IF WS-ClienteOk = 'S' THEN
               OPEN INPUT Clientes
               IF WS-ClientesStatus = "00" THEN
                   MOVE WS-ClienteWeb TO CLI-Codigo
                   READ Clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-Vendedor TO WS-VendedorWeb
                   END-READ
                   CLOSE Clientes
               END-IF
           ELSE
               DISPLAY "El cliente de la tienda web "
                   FUNCTION TRIM(WS-ClienteWeb) " no existe o esta "
                   "desactivado (parametro CLIENTE-WEB)."
           END-IF
           MOVE WS-ClienteWeb TO WS-ClienteReserva
       EXIT.


       Importar-Pedidos-Web.
           PERFORM Leer-Cliente-Web
           IF WS-ClienteOk = 'S' THEN
               OPEN INPUT Entrada
               IF WS-EntradaStatus NOT = "00" THEN
                   DISPLAY "Sin pedidos en el buzon."
               ELSE
                   PERFORM Procesar-Buzon
                   CLOSE Entrada
      *>           Vaciar el buzon: lo importado no se vuelve a
      *>           leer en la proxima corrida.
                   OPEN OUTPUT Entrada
                   CLOSE Entrada
               END-IF
           END-IF
       EXIT.


       Procesar-Buzon.
           MOVE 0 TO WS-Leidos
           MOVE 0 TO WS-Creados
           MOVE 0 TO WS-Backorders
           MOVE 0 TO WS-Anulados
           MOVE SPACES TO WS-ParamInf
           STRING "cliente " WS-ClienteWeb DELIMITED SIZE
               INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           PERFORM Abrir-Pedidos
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           ELSE
               OPEN INPUT Productos
               MOVE SPACES TO WS-Linea
               STRING "IMPORTACION DE PEDIDOS DE LA TIENDA WEB - "
                   "cliente " WS-ClienteWeb DELIMITED SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Entrada
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
               STRING "Pedidos leidos " WS-Leidos
                   " - creados " WS-Creados
                   " (con backorder " WS-Backorders
                   ") - anulados " WS-Anulados
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           CLOSE Informe
           DISPLAY "Detalle en " FUNCTION TRIM(WS-NombreInforme)
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


       Procesar-Registro.
           EVALUATE PW-Tipo
               WHEN "H"
                   IF WS-HayOrden = 'S' THEN
                       PERFORM Procesar-Orden
                   END-IF
                   MOVE 'S' TO WS-HayOrden
                   ADD 1 TO WS-Leidos
                   MOVE PW-H-Orden TO WS-Orden
                   MOVE 0 TO WS-WL-Usados
                   MOVE 0 TO WS-WL-Desbordados
               WHEN "D"
                   IF WS-HayOrden = 'N' THEN
                       MOVE SPACES TO WS-Linea
                       STRING "EXCEPCION articulo " PW-D-Codigo
                           " sin cabecera de pedido; ignorado"
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Linea
                   ELSE
                       PERFORM Agregar-Articulo
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-Linea
                   STRING "EXCEPCION registro de tipo '" PW-Tipo
                       "' no reconocido; ignorado"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
           END-EVALUATE
       EXIT.


       Agregar-Articulo.
           IF WS-WL-Usados >= 200 THEN
               ADD 1 TO WS-WL-Desbordados
           ELSE
               ADD 1 TO WS-WL-Usados
               MOVE WS-WL-Usados TO WS-WL-Idx
               INITIALIZE WS-WL-Entry(WS-WL-Idx)
               MOVE PW-D-Codigo TO WS-WL-Codigo(WS-WL-Idx)
               IF PW-D-Cantidad IS NUMERIC THEN
                   MOVE PW-D-Cantidad TO WS-WL-Cantidad(WS-WL-Idx)
               END-IF
               IF PW-D-Precio IS NUMERIC THEN
                   MOVE PW-D-Precio TO WS-WL-Precio(WS-WL-Idx)
               END-IF
           END-IF
       EXIT.


      *> Cada articulo aparta en Reservas lo que haya disponible
      *> (ATP) hasta lo pedido; el resto queda como backorder del
      *> pedido. Un pedido que ya se importo o que no tiene ningun
      *> articulo conocido se informa ANULADO a la tienda.
       Procesar-Orden.
           MOVE 'N' TO WS-HayOrden
           MOVE "ACEPTADO" TO WS-Estado
           MOVE 0 TO WS-NumeroPedido
           MOVE 0 TO WS-Lineas
           IF WS-WL-Desbordados > 0 THEN
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION pedido web " WS-Orden " "
                   WS-WL-Desbordados " articulo(s) sobre el tope "
                   "de 200 no procesados" DELIMITED SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           PERFORM Verificar-Duplicado
           IF WS-Duplicada = 'S' THEN
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION pedido web " WS-Orden " ya "
                   "importado en el pedido " WS-NumeroPedido
                   "; ignorado" DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               PERFORM VARYING WS-WL-Idx FROM 1 BY 1
                       UNTIL WS-WL-Idx > WS-WL-Usados
                   PERFORM Resolver-Articulo
               END-PERFORM
               IF WS-Lineas = 0 THEN
                   MOVE "ANULADO" TO WS-Estado
                   ADD 1 TO WS-Anulados
                   MOVE SPACES TO WS-Linea
                   STRING "ANULADO pedido web " WS-Orden
                       ": sin articulos conocidos" DELIMITED SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Linea
                   PERFORM Informar-Anulado-Sin-Pedido
               ELSE
                   PERFORM Grabar-Pedido
               END-IF
           END-IF
       EXIT.


       Verificar-Duplicado.
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
                               PD-Cliente = WS-ClienteWeb AND
                               PD-OC-Cliente = WS-Orden THEN
                           MOVE 'S' TO WS-Duplicada
                           MOVE PD-Numero TO WS-NumeroPedido
                           MOVE 'Y' TO WS-EOF-Scan
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


      *> Mismo orden de busqueda que las consultas de disponibilidad
      *> de la tienda: Product-ID, codigo de barras del catalogo y
      *> cruce de codigos multiples (con su factor de empaque).
       Resolver-Articulo.
           MOVE 'N' TO WS-Hallado
           MOVE 1 TO WS-XrefFactor
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-WL-Codigo(WS-WL-Idx)(1:10) TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Hallado
               END-READ
               IF WS-Hallado = 'N' THEN
                   PERFORM Buscar-Por-Barras
               END-IF
               IF WS-Hallado = 'N' THEN
                   MOVE 'N' TO WS-XrefOk
                   MOVE SPACES TO WS-XrefID
                   CALL "Codigos-Barras" USING 1,
                       WS-WL-Codigo(WS-WL-Idx), WS-XrefID,
                       WS-XrefFactor, WS-XrefOk
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
                   END-IF
               END-IF
           END-IF
      *>   Un alta pendiente no esta habilitada para la venta: se
      *>   trata como articulo desconocido.
           IF WS-Hallado = 'S' AND P-Estado = "PENDIENTE" THEN
               MOVE 'N' TO WS-Hallado
           END-IF
           IF WS-Hallado = 'N' OR WS-WL-Cantidad(WS-WL-Idx) = 0
                   THEN
               MOVE "U" TO WS-WL-Estado(WS-WL-Idx)
               MOVE SPACES TO WS-Linea
               STRING "EXCEPCION pedido web " WS-Orden " articulo "
                   WS-WL-Codigo(WS-WL-Idx) " desconocido o sin "
                   "cantidad; no se toma" DELIMITED SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               ADD 1 TO WS-Lineas
               MOVE Product-ID TO WS-WL-Product-ID(WS-WL-Idx)
               COMPUTE WS-WL-Pedida(WS-WL-Idx) =
                   WS-WL-Cantidad(WS-WL-Idx) * WS-XrefFactor
               CALL "Reservas" USING 1, Product-ID, WS-Reservado,
                   SPACES, SPACES
               COMPUTE WS-Disponible = P-Stock - WS-Reservado
               IF WS-Disponible < 0 THEN
                   MOVE 0 TO WS-Disponible
               END-IF
               IF WS-Disponible < WS-WL-Pedida(WS-WL-Idx) THEN
                   PERFORM Sustituir-Sucesor
               END-IF
               IF WS-Disponible < WS-WL-Pedida(WS-WL-Idx) THEN
                   MOVE WS-Disponible TO WS-Apartar
                   MOVE "BACKORDER" TO WS-Estado
               ELSE
                   MOVE WS-WL-Pedida(WS-WL-Idx) TO WS-Apartar
               END-IF
               MOVE WS-Apartar TO WS-WL-Reservado(WS-WL-Idx)
               IF WS-Apartar > 0 THEN
                   CALL "Reservas" USING 5, Product-ID, WS-Apartar,
                       WS-ClienteReserva, WS-Usuario
               END-IF
           END-IF
       EXIT.


      *> Un articulo reemplazado por otro codigo (y ya pasada la
      *> fecha de cambio) que no alcanza a cubrir lo pedido se toma
      *> con su sucesor, cantidad convertida por el factor; el
      *> precio por unidad nuestra se recalcula en la linea. Si el
      *> sucesor no existe o tiene el alta pendiente queda el viejo.
       Sustituir-Sucesor.
           CALL "Sucesores" USING 1, Product-ID, WS-SucID,
               WS-SucFactor, WS-SucFecha, WS-SucHay, SPACES
           IF WS-SucHay = 'S' AND WS-HoyNum >= WS-SucFecha THEN
               MOVE Product-ID TO WS-ViejoID
               MOVE WS-SucID TO Product-ID
               READ Productos
                   INVALID KEY
                       MOVE 'N' TO WS-SucHay
                   NOT INVALID KEY
                       IF P-Estado = "PENDIENTE" THEN
                           MOVE 'N' TO WS-SucHay
                       END-IF
               END-READ
               IF WS-SucHay = 'S' THEN
                   PERFORM Tomar-Sucesor
               ELSE
                   MOVE WS-ViejoID TO Product-ID
                   READ Productos
                   END-READ
               END-IF
           END-IF
       EXIT.


       Tomar-Sucesor.
           COMPUTE WS-SucPedida ROUNDED =
               WS-WL-Pedida(WS-WL-Idx) * WS-SucFactor
           MOVE WS-SucPedida TO WS-WL-Pedida(WS-WL-Idx)
           MOVE Product-ID TO WS-WL-Product-ID(WS-WL-Idx)
           CALL "Reservas" USING 1, Product-ID, WS-Reservado,
               SPACES, SPACES
           COMPUTE WS-Disponible = P-Stock - WS-Reservado
           IF WS-Disponible < 0 THEN
               MOVE 0 TO WS-Disponible
           END-IF
           MOVE SPACES TO WS-Linea
           STRING "SUSTITUCION pedido web " WS-Orden " articulo "
               WS-ViejoID " reemplazado por " Product-ID
               " cantidad " WS-SucPedida DELIMITED SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Buscar-Por-Barras.
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
                       IF P-Codigo-Barras = WS-WL-Codigo(WS-WL-Idx)
                               AND P-Codigo-Barras NOT = SPACES THEN
                           MOVE 'S' TO WS-Hallado
                           MOVE 'Y' TO WS-EOF-Scan
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


      *> Las lineas llevan el precio cobrado en la tienda como
      *> precio pactado, por unidad nuestra, para que la factura
      *> respete lo que pago el comprador.
       Grabar-Pedido.
           MOVE WS-ProximoNumero TO WS-NumeroPedido
           MOVE 0 TO WS-NumeroLinea
           PERFORM VARYING WS-WL-Idx FROM 1 BY 1
                   UNTIL WS-WL-Idx > WS-WL-Usados
               IF WS-WL-Estado(WS-WL-Idx) = SPACE THEN
                   PERFORM Escribir-Linea-Pedido
               END-IF
           END-PERFORM
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           MOVE WS-ClienteWeb TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-VendedorWeb TO PD-Vendedor
           MOVE WS-Orden TO PD-OC-Cliente
           MOVE WS-Estado TO PD-Estado-Web
           PERFORM Fechar-Pedido
           MOVE WS-Usuario TO PD-Usuario
           WRITE PD-Rec
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           END-IF
           ADD 1 TO WS-ProximoNumero
           PERFORM Guardar-Proximo-Numero
           ADD 1 TO WS-Creados
           IF WS-Estado = "BACKORDER" THEN
               ADD 1 TO WS-Backorders
           END-IF
           MOVE SPACES TO WS-Linea
           STRING "PEDIDO " WS-NumeroPedido " del pedido web "
               WS-Orden " con " WS-NumeroLinea " linea(s): "
               WS-Estado DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea-Pedido.
           ADD 1 TO WS-NumeroLinea
           INITIALIZE PD-Rec
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE WS-NumeroLinea TO PD-Linea
           MOVE WS-ClienteWeb TO PD-Cliente
           MOVE "PENDIENTE" TO PD-Estado
           MOVE WS-WL-Product-ID(WS-WL-Idx) TO PD-Product-ID
           MOVE WS-WL-Pedida(WS-WL-Idx) TO PD-Cantidad-Pedida
           MOVE 0 TO PD-Cantidad-Despachada
           MOVE WS-WL-Reservado(WS-WL-Idx) TO PD-Reservado
           COMPUTE PD-Precio ROUNDED = WS-WL-Precio(WS-WL-Idx) *
               WS-WL-Cantidad(WS-WL-Idx) / WS-WL-Pedida(WS-WL-Idx)
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


      *> Un pedido web que no llego a grabarse no aparece en el
      *> recorrido de estados: su ANULADO sale ahora.
       Informar-Anulado-Sin-Pedido.
           OPEN EXTEND Estados
           IF WS-EstadosStatus = "35" THEN
               OPEN OUTPUT Estados
           END-IF
           INITIALIZE EW-Rec
           MOVE WS-Orden TO EW-Orden
           MOVE "ANULADO" TO EW-Estado
           MOVE WS-HoyNum TO EW-Fecha
           WRITE EW-Rec
           CLOSE Estados
       EXIT.


      *> Recorre los pedidos web y deja en Estados-Web.TXT los que
      *> cambiaron de estado desde lo ultimo informado. La tienda
      *> consume el archivo; cada corrida agrega al final.
       Informar-Estados.
           PERFORM Leer-Cliente-Web
           MOVE 0 TO WS-Informados
           PERFORM Abrir-Pedidos
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           ELSE
               OPEN EXTEND Estados
               IF WS-EstadosStatus = "35" THEN
                   OPEN OUTPUT Estados
               END-IF
               OPEN INPUT Remitos
               OPEN INPUT Despachos
               MOVE LOW-VALUES TO PD-Clave
               START Pedidos KEY IS NOT LESS THAN PD-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pedidos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF PD-Numero > 0 AND PD-Linea = 0 AND
                                   PD-Cliente = WS-ClienteWeb AND
                                   PD-OC-Cliente NOT = SPACES THEN
                               PERFORM Evaluar-Pedido-Web
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-DespachosStatus = "00" THEN
                   CLOSE Despachos
               END-IF
               IF WS-RemitosStatus = "00" THEN
                   CLOSE Remitos
               END-IF
               CLOSE Estados
               CLOSE Pedidos
           END-IF
           DISPLAY "Estados informados a la tienda: " WS-Informados
               " en Estados-Web.TXT"
       EXIT.


      *> Con el pedido completo se informa DESPACHADO; anulado,
      *> ANULADO; si queda algo pendiente, BACKORDER cuando alguna
      *> linea no alcanzo a apartarse entera y ACEPTADO si no.
       Evaluar-Pedido-Web.
           MOVE PD-Numero TO WS-NumeroPedido
           MOVE PD-OC-Cliente TO WS-Orden
           EVALUATE PD-Estado
               WHEN "ANULADO"
                   MOVE "ANULADO" TO WS-Estado
               WHEN "COMPLETO"
                   MOVE "DESPACHADO" TO WS-Estado
               WHEN OTHER
                   PERFORM Buscar-Faltante
                   IF WS-Faltante = 'S' THEN
                       MOVE "BACKORDER" TO WS-Estado
                   ELSE
                       MOVE "ACEPTADO" TO WS-Estado
                   END-IF
           END-EVALUATE
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PD-Estado-Web NOT = WS-Estado THEN
                       PERFORM Emitir-Estado
                       MOVE WS-Estado TO PD-Estado-Web
                       REWRITE PD-Rec
                   END-IF
           END-READ
       EXIT.


       Buscar-Faltante.
           MOVE 'N' TO WS-Faltante
           MOVE 'N' TO WS-EOF-Scan
           PERFORM UNTIL WS-EOF-Scan = 'Y'
               READ Pedidos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT AT END
                       IF PD-Numero NOT = WS-NumeroPedido THEN
                           MOVE 'Y' TO WS-EOF-Scan
                       ELSE
                           IF PD-Cantidad-Despachada <
                                   PD-Cantidad-Pedida AND
                                   PD-Reservado <
                                   PD-Cantidad-Pedida THEN
                               MOVE 'S' TO WS-Faltante
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Scan
       EXIT.


       Emitir-Estado.
           INITIALIZE EW-Rec
           MOVE WS-Orden TO EW-Orden
           MOVE WS-NumeroPedido TO EW-Pedido
           MOVE WS-Estado TO EW-Estado
           MOVE WS-HoyNum TO EW-Fecha
           IF WS-Estado = "DESPACHADO" OR PD-Estado = "PARCIAL" THEN
               PERFORM Buscar-Despacho
               IF WS-UltimoDespacho > 0 THEN
                   MOVE WS-UltimoDespacho TO EW-Despacho
                   MOVE WS-UltimoDespacho TO DE-Numero
                   MOVE 0 TO DE-Linea
                   READ Despachos
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DE-Transportista TO EW-Transportista
                           MOVE DE-Tracking TO EW-Tracking
                   END-READ
               END-IF
           END-IF
           WRITE EW-Rec
           ADD 1 TO WS-Informados
       EXIT.


      *> Ultimo despacho que llevo un remito del pedido: remitos
      *> con lineas del pedido y, por cada uno, las lineas de
      *> despacho que lo incluyen.
       Buscar-Despacho.
           MOVE 0 TO WS-UltimoDespacho
           MOVE 0 TO WS-Remito
           IF WS-RemitosStatus = "00" AND WS-DespachosStatus = "00"
                   THEN
               MOVE LOW-VALUES TO RM-Clave
               START Remitos KEY IS NOT LESS THAN RM-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Scan
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Scan
               END-START
               PERFORM UNTIL WS-EOF-Scan = 'Y'
                   READ Remitos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Scan
                       NOT AT END
                           IF RM-Linea > 0 AND
                                   RM-Pedido = WS-NumeroPedido AND
                                   RM-Numero NOT = WS-Remito THEN
                               MOVE RM-Numero TO WS-Remito
                               PERFORM Buscar-Despacho-Remito
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Scan
           END-IF
       EXIT.


       Buscar-Despacho-Remito.
           MOVE LOW-VALUES TO DE-Clave
           START Despachos KEY IS NOT LESS THAN DE-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Desp
               NOT INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-EOF-Desp = 'Y'
               READ Despachos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Desp
                   NOT AT END
                       IF DE-Linea > 0 AND DE-Remito = WS-Remito AND
                               DE-Numero > WS-UltimoDespacho THEN
                           MOVE DE-Numero TO WS-UltimoDespacho
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Desp
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
