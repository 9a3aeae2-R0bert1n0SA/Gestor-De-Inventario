
       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.
           COPY TAREA.
           COPY DOMICILIO.

           01 WS-Control.
               05 WS-RemitosStatus     PIC XX.
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-FechaPeriodo          PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Cliente               PIC X(50).
           01 WS-Destino               PIC X(50).
      *>           cantidad escaneada en la verificacion.
                   10 WS-LT-Linea-Arch     PIC 9(3).
                   10 WS-LT-Escaneado      PIC 9(7).
      *>           Peso y volumen de una unidad del producto.
                   10 WS-LT-Peso           PIC 9(5)V999.
                   10 WS-LT-Volumen        PIC 9(3)V9(4).
           01 WS-LineasUsadas          PIC 9(2) VALUE 0.
           01 WS-LT-Idx                PIC 9(2).
           01 WS-LT-J                  PIC 9(2).
           01 WS-LT-Aux                PIC X(125).
           01 WS-Reservado             PIC 9(7).
           01 WS-ReservadoCliente      PIC 9(7).
           01 WS-Disponible            PIC S9(7).
           01 WS-XrefOk                PIC X(1).
           01 WS-TrazaRef              PIC X(30).
           01 WS-LoteSalida            PIC X(10).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-MetodoCosto           PIC X(8).
           01 WS-CostoFIFO             PIC 9(5)V99.
           01 WS-CostoSalida           PIC 9(5)V99.
           01 WS-Domicilio             PIC 9(3) VALUE 0.
           01 WS-DomicilioPedido       PIC 9(3) VALUE 0.
           01 WS-DomicilioOk           PIC X(1).
           01 WS-Zona                  PIC X(5).
           01 WS-FechaDomicilio        PIC 9(8) VALUE 0.
           01 WS-PesoRemito            PIC 9(7)V999.
           01 WS-VolumenRemito         PIC 9(5)V9(4).
           01 WS-Bultos                PIC 9(3).
           01 WS-CobroEntrega          PIC 9(13)V99.
           01 WS-BultosOk              PIC X(1).
           01 WS-SinDespacho           PIC 9(6) VALUE 0.

      *>   Consolidado de la ola de picking: todas las lineas
      *>   ARMADO de los remitos elegidos, agrupadas por producto,
           01 WS-WV-K                  PIC 9(2).
           01 WS-WV-Hallado            PIC X(1).
           01 WS-WV-Aux                PIC X(229).
           01 WS-RepGeneradas          PIC 9(5).
           01 WS-RepTotal              PIC 9(5).
           01 WS-TareasOla             PIC 9(5).
           01 WS-OperadorOla           PIC X(10).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
               DISPLAY "2. Despachar un remito armado"
               DISPLAY "3. Picking por ola (varios remitos)"
               DISPLAY "4. Consultar un remito"
               DISPLAY "5. Reimprimir etiquetas de bultos"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                   WHEN 1
                       PERFORM Armar-Remito
                   WHEN 2
      *>               El despacho descuenta stock con la fecha del
      *>               dia: no se hace en un mes contable cerrado.
                       ACCEPT WS-Fecha FROM DATE
                       COMPUTE WS-FechaPeriodo =
                           WS-Fecha + (WS-Year * 10000)
                       CALL "Periodos-Contables" USING 1, WS-Usuario,
                           WS-FechaPeriodo, WS-PeriodoOk
                       IF WS-PeriodoOk = 'S' THEN
                           PERFORM Despachar-Remito
                       END-IF
                   WHEN 3
                       PERFORM Picking-Por-Ola
                   WHEN 4
                       PERFORM Consultar-Remito
                   WHEN 5
                       PERFORM Reimprimir-Etiquetas-Bultos
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER


       Armar-Remito-Cliente.
           MOVE 0 TO WS-LineasUsadas
           MOVE 0 TO WS-ValorRemito
           MOVE 'N' TO WS-RemitoGrabado
           IF WS-PedidoOk = 'C' THEN
               DISPLAY "Armado cancelado."
           ELSE
               PERFORM Elegir-Destino
               OPEN I-O Productos
               IF WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
                   ELSE
                       PERFORM Ordenar-Por-Ubicacion
                       PERFORM Imprimir-Lista-Picking
                       PERFORM Totalizar-Carga
                       PERFORM Capturar-Datos-Entrega
                       PERFORM Grabar-Remito-Armado
                   END-IF
                   CLOSE Productos
               MOVE 'S' TO WS-RemitoGrabado
               DISPLAY "Remito " WS-NumeroRemito " armado con "
                   WS-LineasUsadas " linea(s)."
               CALL "Bultos" USING 1, WS-Usuario, WS-NumeroRemito,
                   WS-Bultos, WS-SinDespacho, WS-BultosOk
           ELSE
               CALL "Errores" USING WS-RemitosStatus
           END-IF
           MOVE RM-Cliente TO WS-Cliente
           MOVE RM-Cliente(1:10) TO WS-ClienteCodigo
           MOVE RM-Destino TO WS-Destino
           MOVE RM-Domicilio TO WS-Domicilio
           MOVE RM-Zona TO WS-Zona
           MOVE RM-Pedido TO WS-NumeroPedido
           MOVE WS-NumeroDespacho TO WS-NumeroRemito
           PERFORM Leer-Lista-Cliente
           MOVE 0 TO WS-LT-Escaneado(WS-LineasUsadas)
           MOVE SPACES TO WS-LT-Nombre(WS-LineasUsadas)
           MOVE SPACES TO WS-LT-Ubicacion(WS-LineasUsadas)
           MOVE 0 TO WS-LT-Peso(WS-LineasUsadas)
           MOVE 0 TO WS-LT-Volumen(WS-LineasUsadas)
           MOVE RM-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   MOVE P-Nombre TO WS-LT-Nombre(WS-LineasUsadas)
                   MOVE P-Ubicacion TO
                       WS-LT-Ubicacion(WS-LineasUsadas)
                   MOVE P-Peso-Unitario TO
                       WS-LT-Peso(WS-LineasUsadas)
                   MOVE P-Volumen-Unitario TO
                       WS-LT-Volumen(WS-LineasUsadas)
                   PERFORM Resolver-Precio-Linea
                   COMPUTE WS-ValorRemito = WS-ValorRemito +
                       (RM-Cantidad * WS-PrecioLinea)
      *> backorder. Con Enter se arma un remito libre como siempre.
       Elegir-Pedido.
           MOVE 0 TO WS-NumeroPedido
           MOVE 0 TO WS-DomicilioPedido
           MOVE 'S' TO WS-PedidoOk
           DISPLAY "Numero de pedido a despachar (Enter = remito "
               "libre): "
                               DISPLAY "El pedido esta " PD-Estado
                                   " y no admite despachos."
                               MOVE 'C' TO WS-PedidoOk
                           ELSE
                               MOVE PD-Domicilio
                                   TO WS-DomicilioPedido
                           END-IF
                       END-IF
               END-READ
       Ofrecer-Linea-Pedido.
           COMPUTE WS-PendientePedido = PD-Cantidad-Pedida -
               PD-Cantidad-Despachada
           IF PD-Directo = "S" AND PD-Estado NOT = "ANULADO" AND
                   WS-PendientePedido > 0 THEN
               DISPLAY "Linea " PD-Linea " (" PD-Product-ID
                   ") de entrega directa del proveedor; se remite "
                   "desde la orden de compra."
               MOVE 0 TO WS-PendientePedido
           END-IF
           IF PD-Estado NOT = "ANULADO" AND WS-PendientePedido > 0
               THEN
               MOVE PD-Linea TO WS-PedidoLinea
                   NOT INVALID KEY
                       CALL "Conteos" USING 9, Product-ID,
                           WS-Bloqueado, SPACES
                       EVALUATE TRUE
                           WHEN P-Estado = "PENDIENTE"
                               DISPLAY "Producto " Product-ID
                                   " con alta pendiente; linea "
                                   "salteada."
                           WHEN WS-Bloqueado = 'S'
                               DISPLAY "Producto bloqueado por "
                                   "conteo ciclico pendiente; "
                                   "linea salteada."
                           WHEN OTHER
                               PERFORM Capturar-Cantidad-Pedido
                       END-EVALUATE
               END-READ
           END-IF
       EXIT.
           END-READ
       EXIT.

      *> El destino sale del maestro de domicilios de entrega del
      *> cliente: se propone el del pedido (o el primero activo) y
      *> el remito guarda domicilio y zona de reparto. Un cliente
      *> sin domicilios cargados sigue con el destino tipeado.
       Elegir-Destino.
           INITIALIZE DM-Rec
           MOVE WS-ClienteCodigo TO DM-Cliente
           MOVE WS-DomicilioPedido TO DM-Codigo
           MOVE 0 TO WS-Domicilio
           MOVE SPACES TO WS-Zona
           CALL "Domicilios-Entrega" USING 1, WS-Usuario,
               WS-DomicilioOk, WS-FechaDomicilio, DM-Rec
           IF WS-DomicilioOk = 'S' THEN
               MOVE DM-Codigo TO WS-Domicilio
               MOVE DM-Zona TO WS-Zona
               MOVE DM-Direccion TO WS-Destino
               DISPLAY "Destino: " FUNCTION TRIM(DM-Direccion) ", "
                   FUNCTION TRIM(DM-Localidad) " - zona " DM-Zona
           ELSE
               DISPLAY "Destino: "
               ACCEPT WS-Destino
           END-IF
       EXIT.


      *> El cliente entra por su codigo del maestro y se valida
      *> como Carga valida el proveedor: sin codigo valido y activo
               NOT INVALID KEY
                   CALL "Conteos" USING 9, Product-ID,
                       WS-Bloqueado, SPACES
                   EVALUATE TRUE
                       WHEN P-Estado = "PENDIENTE"
                           DISPLAY "Producto con alta pendiente, no "
                               "habilitado para la venta; linea "
                               "descartada."
                       WHEN WS-Bloqueado = 'S'
                           DISPLAY "Producto bloqueado por conteo "
                               "ciclico pendiente; linea descartada."
                       WHEN OTHER
                           PERFORM Capturar-Linea
                   END-EVALUATE
           END-READ
       EXIT.

                       WS-LT-Pedido-Linea(WS-LineasUsadas)
                   MOVE 0 TO WS-LT-Linea-Arch(WS-LineasUsadas)
                   MOVE 0 TO WS-LT-Escaneado(WS-LineasUsadas)
                   MOVE P-Peso-Unitario TO
                       WS-LT-Peso(WS-LineasUsadas)
                   MOVE P-Volumen-Unitario TO
                       WS-LT-Volumen(WS-LineasUsadas)
                   PERFORM Resolver-Precio-Linea
                   COMPUTE WS-ValorRemito = WS-ValorRemito +
                       (WS-Cantidad * WS-PrecioLinea)
       EXIT.


      *> Kilos y metros cubicos del remito: cantidad por el peso y
      *> volumen unitario de cada linea en memoria.
       Totalizar-Carga.
           MOVE 0 TO WS-PesoRemito
           MOVE 0 TO WS-VolumenRemito
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-LineasUsadas
               COMPUTE WS-PesoRemito = WS-PesoRemito +
                   (WS-LT-Cantidad(WS-LT-Idx) * WS-LT-Peso(WS-LT-Idx))
               COMPUTE WS-VolumenRemito = WS-VolumenRemito +
                   (WS-LT-Cantidad(WS-LT-Idx) *
                   WS-LT-Volumen(WS-LT-Idx))
           END-PERFORM
           DISPLAY "Carga del remito: " WS-PesoRemito " kg / "
               WS-VolumenRemito " m3"
       EXIT.


      *> Bultos armados y cobro contra entrega, para la hoja de
      *> ruta del chofer.
       Capturar-Datos-Entrega.
           DISPLAY "Cantidad de bultos (Enter = 1): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 1 TO WS-Bultos
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Bultos
           END-IF
           IF WS-Bultos = 0 THEN
               MOVE 1 TO WS-Bultos
           END-IF
           DISPLAY "Importe a cobrar contra entrega (Enter = no se "
               "cobra): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-CobroEntrega
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CobroEntrega
           END-IF
       EXIT.


      *> Antes de comprometer stock se vuelve a validar el cliente
      *> (pudo desactivarse entre la carga y la confirmacion) y se
      *> controla el credito contra el valor total del remito.
                   MOVE 0 TO WS-NumeroPedido
               END-IF
           END-IF
           MOVE "PROMEDIO" TO WS-ValorParam
           MOVE "COSTO-VENTAS" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam(1:8) TO WS-MetodoCosto
           MOVE 0 TO WS-LineasDespachadas
           MOVE 0 TO WS-PesoRemito
           MOVE 0 TO WS-VolumenRemito
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-LineasUsadas
               PERFORM Postear-Linea
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DESPACHADO" TO RM-Estado
                   MOVE WS-PesoRemito TO RM-Peso-Total
                   MOVE WS-VolumenRemito TO RM-Volumen-Total
                   REWRITE RM-Rec
           END-READ
       EXIT.
               NOT INVALID KEY
                   MOVE "DESPACHADO" TO RM-Estado
                   MOVE WS-LoteSalida TO RM-Lote
                   MOVE WS-CostoSalida TO RM-Costo-Unitario
                   REWRITE RM-Rec
                   COMPUTE WS-PesoRemito = WS-PesoRemito +
                       (WS-LT-Cantidad(WS-LT-Idx) *
                       WS-LT-Peso(WS-LT-Idx))
                   COMPUTE WS-VolumenRemito = WS-VolumenRemito +
                       (WS-LT-Cantidad(WS-LT-Idx) *
                       WS-LT-Volumen(WS-LT-Idx))
           END-READ
       EXIT.

           MOVE 0 TO RM-Linea
           MOVE WS-Cliente TO RM-Cliente
           MOVE WS-Destino TO RM-Destino
           MOVE WS-Domicilio TO RM-Domicilio
           MOVE WS-Zona TO RM-Zona
           MOVE WS-PesoRemito TO RM-Peso-Total
           MOVE WS-VolumenRemito TO RM-Volumen-Total
           MOVE WS-Bultos TO RM-Bultos
           MOVE WS-CobroEntrega TO RM-Cobro-Entrega
           MOVE "ARMADO" TO RM-Estado
           MOVE WS-NumeroPedido TO RM-Pedido
           PERFORM Fechar-Remito
                   MOVE WS-LT-Cantidad(WS-LT-Idx) TO WS-Cantidad
                   CALL "Reservas" USING 2, Product-ID,
                       WS-Cantidad, WS-Cliente, WS-Usuario
      *>           La linea guarda el costo de lo que sale: el
      *>           promedio o el de las capas FIFO consumidas.
                   MOVE P-Costo-Promedio TO WS-CostoFIFO
                   CALL "Capas-Costo" USING 4, Product-ID,
                       WS-LT-Cantidad(WS-LT-Idx), WS-CostoFIFO
                   IF WS-MetodoCosto = "FIFO" THEN
                       MOVE WS-CostoFIFO TO WS-CostoSalida
                   ELSE
                       MOVE P-Costo-Promedio TO WS-CostoSalida
                   END-IF
                   CALL "Consignacion" USING 2, Product-ID,
                       WS-LT-Cantidad(WS-LT-Idx), SPACES
      *>           La referencia de trazabilidad viaja por el
           MOVE WS-LT-Idx TO RM-Linea
           MOVE WS-Cliente TO RM-Cliente
           MOVE WS-Destino TO RM-Destino
           MOVE WS-Domicilio TO RM-Domicilio
           MOVE WS-Zona TO RM-Zona
           MOVE WS-LT-Product-ID(WS-LT-Idx) TO RM-Product-ID
           MOVE WS-LT-Cantidad(WS-LT-Idx) TO RM-Cantidad
           MOVE "ARMADO" TO RM-Estado
                   DISPLAY "Ola vacia; nada para pickear."
               ELSE
                   PERFORM Consolidar-Ola
                   PERFORM Reponer-Caras-Ola
                   PERFORM Completar-Datos-Ola
                   PERFORM Ordenar-Ola
                   PERFORM Imprimir-Ola
                   PERFORM Generar-Tareas-Ola
               END-IF
               CLOSE Remitos
           END-IF
       EXIT.


      *> Antes de largar la ola se repone la cara de picking de
      *> cada producto para que cubra el total a pickear; las
      *> tareas generadas se hacen antes de salir a pickear.
       Reponer-Caras-Ola.
           MOVE 0 TO WS-RepTotal
           PERFORM VARYING WS-WV-Idx FROM 1 BY 1
                   UNTIL WS-WV-Idx > WS-WV-Usados
               MOVE 0 TO WS-RepGeneradas
               CALL "Reposicion" USING 2,
                   WS-WV-Product-ID(WS-WV-Idx),
                   WS-WV-Total(WS-WV-Idx), WS-Usuario,
                   WS-RepGeneradas, 0
               ADD WS-RepGeneradas TO WS-RepTotal
           END-PERFORM
           CANCEL "Reposicion"
           IF WS-RepTotal > 0 THEN
               DISPLAY "Reposiciones de caras de picking generadas "
                   "para la ola: " WS-RepTotal
                   " (confirmarlas antes de pickear)."
           END-IF
       EXIT.


      *> La ola tambien puede salir al handheld: una tarea PICK por
      *> producto y remito destino, desde la ubicacion de picking,
      *> para que el faltante quede atado al remito.
       Generar-Tareas-Ola.
           DISPLAY "Mandar la ola al handheld como tareas de "
               "picking (S/N): "
           ACCEPT WS-Confirmar
           IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
               DISPLAY "Operador (Enter = sin asignar): "
               MOVE SPACES TO WS-OperadorOla
               ACCEPT WS-OperadorOla
               MOVE 0 TO WS-TareasOla
               PERFORM VARYING WS-WV-Idx FROM 1 BY 1
                       UNTIL WS-WV-Idx > WS-WV-Usados
                   PERFORM VARYING WS-WV-K FROM 1 BY 1
                           UNTIL WS-WV-K > WS-WV-Destinos(WS-WV-Idx)
                       INITIALIZE TA-Rec
                       MOVE "PICK" TO TA-Tipo
                       MOVE WS-WV-Product-ID(WS-WV-Idx)
                           TO TA-Product-ID
                       MOVE WS-WV-Ubicacion(WS-WV-Idx)(1:20)
                           TO TA-Desde
                       MOVE WS-WV-Cantidad(WS-WV-Idx, WS-WV-K)
                           TO TA-Cantidad
                       MOVE WS-WV-Remito(WS-WV-Idx, WS-WV-K)
                           TO TA-Referencia
                       MOVE 2 TO TA-Prioridad
                       MOVE WS-OperadorOla TO TA-Operador
                       CALL "Tareas" USING 1, WS-Usuario, TA-Rec
                       IF TA-Numero > 0 THEN
                           ADD 1 TO WS-TareasOla
                       END-IF
                   END-PERFORM
               END-PERFORM
               CANCEL "Tareas"
               DISPLAY "Tareas de picking generadas: " WS-TareasOla
           END-IF
       EXIT.


       Elegir-Remitos-Ola.
           MOVE 'N' TO WS-FinEscaneo
           PERFORM UNTIL WS-FinEscaneo = 'S'
                       PERFORM Mostrar-Remito-Completo
               END-READ
               CLOSE Remitos
               CALL "Bultos" USING 6, WS-Usuario, WS-NumeroConsulta,
                   WS-Bultos, WS-SinDespacho, WS-BultosOk
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Reemision del archivo de etiquetas de los bultos de un
      *> remito (etiqueta danada o extraviada en la mesa de empaque).
       Reimprimir-Etiquetas-Bultos.
           DISPLAY "Numero de remito: "
           ACCEPT WS-NumeroConsulta
           CALL "Bultos" USING 5, WS-Usuario, WS-NumeroConsulta,
               WS-Bultos, WS-SinDespacho, WS-BultosOk
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Remito-Completo.
           DISPLAY "Remito " RM-Numero " - " RM-Estado
           DISPLAY "Cliente: " FUNCTION TRIM(RM-Cliente)
           DISPLAY "Destino: " FUNCTION TRIM(RM-Destino)
           IF RM-Zona NOT = SPACES THEN
               DISPLAY "Domicilio " RM-Domicilio " - zona de "
                   "reparto " RM-Zona
           END-IF
           DISPLAY "Fecha: " RM-Dia "/" RM-Mes "/" RM-Ano
               " por " RM-Usuario
           IF RM-Pedido > 0 THEN
           IF RM-Factura > 0 THEN
               DISPLAY "Facturado con la factura " RM-Factura
           END-IF
           DISPLAY "Carga: " RM-Peso-Total " kg / "
               RM-Volumen-Total " m3 - " RM-Bultos " bulto(s)"
           IF RM-Cobro-Entrega > 0 THEN
               DISPLAY "Cobrar contra entrega: " RM-Cobro-Entrega
           END-IF
           IF RM-COT NOT = SPACES THEN
               DISPLAY "COT: " RM-COT " vence " RM-COT-Vto
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Remitos NEXT RECORD
