               RECORD KEY IS UB-Codigo
               FILE STATUS IS WS-UbicStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 UB-Descripcion           PIC X(40).
           05 UB-Capacidad             PIC 9(7).

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       FD  Pedidos.
           COPY PEDIDO.

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.
           COPY TAREA.

           01 WS-Control.
               05 WS-OrdenesStatus     PIC XX.
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-FechaPeriodo          PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).
           01 WS-NumeroOrden           PIC 9(6).
           01 WS-Aux                   PIC X(20).
           01 WS-CantRecibida          PIC 9(7).
           01 WS-LineasRecibidas       PIC 9(3) VALUE 0.
           01 WS-LineasPendientes      PIC 9(3) VALUE 0.
           01 WS-Continuar             PIC X(1).
           01 WS-TurnoOk               PIC X(1).
           01 WS-Lote                  PIC X(10).
           01 WS-Bloqueado             PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-VariacionPPV          PIC S9(11)V99.
           01 WS-UbicStatus            PIC XX.
           01 WS-PedidosStatus         PIC XX.
           01 WS-RecCompraStatus       PIC XX.
           01 WS-EOF-Ped               PIC X(1).
           01 WS-PendientePed          PIC 9(7).
           01 WS-Asignable             PIC 9(7).
           01 WS-RestanteAsig          PIC 9(7).
           01 WS-ProductoBuf           PIC X(549).
           01 WS-Sugerida              PIC X(20).
           01 WS-UbicElegida           PIC X(20).
           01 WS-PutawayOk             PIC X(1).
           01 WS-CapOk                 PIC X(1).
           01 WS-UbicValida            PIC X(1).
           01 WS-U-Idx                 PIC 9(1).
      *>   Aviso de despacho del proveedor para la linea en curso:
      *>   cantidad, lote y vencimiento avisados.
           01 WS-AvisoOk               PIC X(1).
           01 WS-AvisoRes              PIC X(1).
           01 WS-CantAviso             PIC 9(7).
           01 WS-LoteAviso             PIC X(10).
           01 WS-VencAviso             PIC 9(8).
           01 WS-VencTexto             PIC X(40).
           01 WS-CantTecleada          PIC 9(7).
           01 WS-RecibidoAntes         PIC 9(7).
      *>   Pallet (LPN) que se esta armando con lo recibido.
           01 WS-PalletActual          PIC 9(6).
           01 WS-PalletUbic            PIC X(20).
           01 WS-PalletNuevo           PIC 9(6).
           01 WS-PalletEntrada         PIC X(20).
           01 WS-PalletRes             PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
      *>   Con el mes contable en curso cerrado no se recibe nada.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-FechaPeriodo = WS-Fecha + (WS-Year * 10000)
           CALL "Periodos-Contables" USING 1, WS-Usuario,
               WS-FechaPeriodo, WS-PeriodoOk
           MOVE WS-PeriodoOk TO WS-Continuar
           PERFORM UNTIL WS-Continuar NOT = 'S'
               PERFORM Recibir-Orden
               DISPLAY "Recibir otra orden (S/N): "


       Evaluar-Cabecera.
           EVALUATE TRUE
               WHEN OC-Estado = "RECIBIDA" OR OC-Estado = "ANULADA"
                   DISPLAY "La orden esta " OC-Estado
                       " y no admite recepciones."
      *>       La entrega directa va del proveedor al cliente: no
      *>       entra al deposito y se confirma en Ordenes-Compra.
               WHEN OC-Pedido > 0
                   DISPLAY "La orden " OC-Numero " es de entrega "
                       "directa del pedido " OC-Pedido "; se "
                       "confirma desde Ordenes de compra."
               WHEN OTHER
                   PERFORM Recibir-Cabecera
           END-EVALUATE
       EXIT.


       Recibir-Cabecera.
           DISPLAY "Orden " OC-Numero " - Proveedor: "
               OC-Proveedor-Codigo " "
               FUNCTION TRIM(OC-Proveedor-Nombre)
           CALL "Turnos-Recepcion" USING 1, WS-Usuario, OC-Numero,
               WS-TurnoOk
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE 0 TO WS-LineasRecibidas
               MOVE 0 TO WS-LineasPendientes
               MOVE 0 TO WS-RecUsadas
               MOVE 0 TO WS-PalletActual
               MOVE SPACES TO WS-PalletUbic
               PERFORM Procesar-Lineas
               CLOSE Productos
               IF WS-PalletActual > 0 THEN
                   CALL "Pallets" USING 2, WS-PalletActual, SPACES,
                       SPACES, 0, SPACES, WS-Usuario, WS-PalletRes
               END-IF
               PERFORM Actualizar-Cabecera
               IF WS-RecUsadas > 0 THEN
                   PERFORM Capturar-Costos-Adicionales
               END-IF
           END-IF
       EXIT.
       EXIT.


      *> Con aviso de despacho la linea se confirma con Enter y
      *> solo se teclea la cantidad cuando llego otra.
       Recibir-Linea.
           DISPLAY "Linea " OC-Linea ": " OC-Product-ID
               " pedido " OC-Cantidad-Pedida
               " recibido " OC-Cantidad-Recibida
           MOVE SPACES TO WS-Lote
           MOVE 'N' TO WS-AvisoOk
           CALL "Avisos-Despacho" USING 1, WS-Usuario, OC-Numero,
               OC-Linea, OC-Product-ID, OC-Proveedor-Codigo,
               WS-CantAviso, WS-LoteAviso, WS-VencAviso, WS-AvisoOk
           IF WS-AvisoOk = 'S' THEN
               DISPLAY "  Aviso del proveedor: " WS-CantAviso
                   " lote " WS-LoteAviso " vence " WS-VencAviso
               DISPLAY "  Cantidad recibida (Enter = avisada, "
                   "0 = nada): "
           ELSE
               DISPLAY "  Cantidad recibida ahora (0 = nada): "
           END-IF
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           EVALUATE TRUE
               WHEN WS-AvisoOk = 'S' AND WS-Aux = SPACES
                   MOVE WS-CantAviso TO WS-CantRecibida
               WHEN FUNCTION TEST-NUMVAL(WS-Aux) = 0
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantRecibida
               WHEN OTHER
                   MOVE 0 TO WS-CantRecibida
           END-EVALUATE
           IF WS-CantRecibida = 0 THEN
      *>       Una linea PARCIAL conserva su marca aunque hoy no
      *>       llegue nada; solo las lineas virgenes quedan
               END-IF
               ADD 1 TO WS-LineasPendientes
           ELSE
               IF WS-AvisoOk = 'S' THEN
                   DISPLAY "  Costo unitario de factura (Enter = "
                       OC-Costo-Unitario "): "
               ELSE
                   DISPLAY "  Costo unitario de factura: "
               END-IF
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               EVALUATE TRUE
                   WHEN WS-AvisoOk = 'S' AND WS-Aux = SPACES
                       MOVE OC-Costo-Unitario TO WS-CostoFactura
                   WHEN FUNCTION TEST-NUMVAL(WS-Aux) = 0
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CostoFactura
                   WHEN OTHER
                       MOVE 0 TO WS-CostoFactura
               END-EVALUATE
               MOVE WS-CantRecibida TO WS-CantTecleada
               MOVE OC-Cantidad-Recibida TO WS-RecibidoAntes
               PERFORM Postear-Ingreso
               IF OC-Cantidad-Recibida > WS-RecibidoAntes THEN
                   PERFORM Registrar-Aviso
               END-IF
           END-IF
       EXIT.


      *> El ingreso confirma el aviso de la linea; sin aviso queda
      *> registrado como ingreso SIN-AVISO para el informe.
       Registrar-Aviso.
           IF WS-AvisoOk = 'S' THEN
               CALL "Avisos-Despacho" USING 2, WS-Usuario,
                   OC-Numero, OC-Linea, OC-Product-ID,
                   OC-Proveedor-Codigo, WS-CantTecleada,
                   WS-LoteAviso, WS-VencAviso, WS-AvisoRes
           ELSE
               CALL "Avisos-Despacho" USING 3, WS-Usuario,
                   OC-Numero, OC-Linea, OC-Product-ID,
                   OC-Proveedor-Codigo, WS-CantTecleada,
                   WS-Lote, WS-VencAviso, WS-AvisoRes
           END-IF
       EXIT.

               END-IF
               DISPLAY "  Stock de " Product-ID ": "
                   WS-StockViejo " -> " P-Stock
      *>       El lote y el vencimiento avisados por el proveedor
      *>       entran sin teclearlos.
               IF WS-AvisoOk = 'S' AND WS-LoteAviso NOT = SPACES
                   THEN
                   MOVE WS-LoteAviso TO WS-Lote
                   MOVE SPACES TO WS-VencTexto
                   IF WS-VencAviso > 0 THEN
                       MOVE WS-VencAviso TO WS-VencTexto(1:8)
                   END-IF
                   DISPLAY "  Lote del aviso: " WS-Lote
                   CALL "Lotes" USING 6, Product-ID, WS-Lote,
                       WS-CantRecibida, 0, WS-VencTexto
               ELSE
                   DISPLAY "  Numero de lote (en blanco si no "
                       "aplica): "
                   ACCEPT WS-Lote
                   IF WS-Lote NOT = SPACES THEN
                       CALL "Lotes" USING 1, Product-ID, WS-Lote,
                           WS-CantRecibida, 0, SPACES
                   END-IF
               END-IF
               IF P-Serializado = 'S' THEN
                   CALL "Series" USING 1, Product-ID,
           IF PD-Numero > 0 AND PD-Linea > 0 AND
                   PD-Product-ID = Product-ID AND
                   PD-Estado NOT = "ANULADO" AND
                   PD-Directo NOT = "S" AND
                   PD-Cantidad-Despachada < PD-Cantidad-Pedida
               THEN
               COMPUTE WS-PendientePed = PD-Cantidad-Pedida -
               IF WS-Sugerida NOT = SPACES THEN
                   DISPLAY "  Guardar en (Enter = "
                       FUNCTION TRIM(WS-Sugerida)
                       ", T = tarea al handheld, X = no registrar): "
               ELSE
                   DISPLAY "  Guardar en (X = no registrar): "
               END-IF
               INSPECT WS-UbicElegida CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-UbicElegida = "T" AND WS-Sugerida NOT = SPACES
                   THEN
                   PERFORM Generar-Tarea-Guardado
                   MOVE 'C' TO WS-PutawayOk
               END-IF
               IF WS-UbicElegida = "X" THEN
                   MOVE 'C' TO WS-PutawayOk
               END-IF
               IF WS-PutawayOk = 'N' THEN
                   IF WS-UbicElegida = SPACES THEN
                       MOVE WS-Sugerida TO WS-UbicElegida
                   END-IF
       EXIT.


      *> El guardado queda como tarea para el operador del
      *> handheld, hacia la ubicacion sugerida; el desglose se
      *> actualiza cuando vuelve confirmada.
       Generar-Tarea-Guardado.
           INITIALIZE TA-Rec
           MOVE "GUARDA" TO TA-Tipo
           MOVE Product-ID TO TA-Product-ID
           MOVE WS-Lote TO TA-Lote
           MOVE WS-Sugerida TO TA-Hacia
           MOVE WS-CantRecibida TO TA-Cantidad
           MOVE 3 TO TA-Prioridad
           MOVE OC-Numero TO TA-Referencia
           DISPLAY "  Operador (Enter = sin asignar): "
           ACCEPT TA-Operador
           CALL "Tareas" USING 1, WS-Usuario, TA-Rec
           CANCEL "Tareas"
           IF TA-Numero > 0 THEN
               DISPLAY "  Tarea de guardado " TA-Numero " a "
                   FUNCTION TRIM(WS-Sugerida) "."
           END-IF
       EXIT.


      *> Primero el desglose del propio producto (con lugar),
      *> despues su ubicacion principal y por ultimo la primera
      *> ubicacion del maestro con lugar libre.
           IF WS-ProductosStatus = "00" THEN
               DISPLAY "  Guardado en "
                   FUNCTION TRIM(WS-UbicElegida) "."
               PERFORM Paletizar-Linea
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Lo guardado se puede cargar a un pallet de la misma
      *> ubicacion: el que se viene armando (Enter), uno nuevo (N)
      *> o cualquier otro por su LPN. Al cambiar de pallet se
      *> imprime la etiqueta del anterior; la del ultimo sale al
      *> terminar la orden.
       Paletizar-Linea.
           IF WS-PalletActual > 0 AND
                   WS-PalletUbic = WS-UbicElegida THEN
               DISPLAY "  Pallet (Enter = LPN" WS-PalletActual
                   ", N = nuevo, 0 = sin pallet, o LPN): "
           ELSE
               DISPLAY "  Pallet (Enter = sin pallet, N = nuevo, "
                   "o LPN): "
           END-IF
           MOVE SPACES TO WS-PalletEntrada
           ACCEPT WS-PalletEntrada
           INSPECT WS-PalletEntrada CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-PalletEntrada(1:3) = "LPN" THEN
               MOVE WS-PalletEntrada(4:17) TO WS-Aux
               MOVE WS-Aux TO WS-PalletEntrada
           END-IF
           MOVE 'S' TO WS-PalletRes
           EVALUATE TRUE
               WHEN WS-PalletEntrada = SPACES AND
                       WS-PalletActual > 0 AND
                       WS-PalletUbic = WS-UbicElegida
                   MOVE WS-PalletActual TO WS-PalletNuevo
               WHEN WS-PalletEntrada = SPACES
                   MOVE 'N' TO WS-PalletRes
               WHEN WS-PalletEntrada = "N"
                   MOVE 0 TO WS-PalletNuevo
               WHEN FUNCTION TEST-NUMVAL(WS-PalletEntrada) = 0
                   MOVE FUNCTION NUMVAL(WS-PalletEntrada)
                       TO WS-PalletNuevo
                   IF WS-PalletNuevo = 0 THEN
                       MOVE 'N' TO WS-PalletRes
                   END-IF
               WHEN OTHER
                   DISPLAY "  LPN no valido; queda sin pallet."
                   MOVE 'N' TO WS-PalletRes
           END-EVALUATE
           IF WS-PalletRes = 'S' THEN
               CALL "Pallets" USING 1, WS-PalletNuevo, Product-ID,
                   WS-Lote, WS-CantRecibida, WS-UbicElegida,
                   WS-Usuario, WS-PalletRes
               IF WS-PalletRes = 'S' THEN
                   IF WS-PalletActual > 0 AND
                           WS-PalletNuevo NOT = WS-PalletActual THEN
                       CALL "Pallets" USING 2, WS-PalletActual,
                           SPACES, SPACES, 0, SPACES, WS-Usuario,
                           WS-PalletRes
                   END-IF
                   MOVE WS-PalletNuevo TO WS-PalletActual
                   MOVE WS-UbicElegida TO WS-PalletUbic
                   DISPLAY "  Cargado en el pallet LPN"
                       WS-PalletActual "."
               END-IF
           END-IF
       EXIT.


      *> Compras negocia contra el estandar anual: cada recepcion
      *> deja registrado cuanto se desvio el costo real, a favor o
      *> en contra, para el informe mensual de variaciones.


       Actualizar-Linea-Orden.
           PERFORM Registrar-Recepcion-Compra
           ADD WS-CantRecibida TO OC-Cantidad-Recibida
           IF OC-Cantidad-Recibida >= OC-Cantidad-Pedida THEN
               MOVE "RECIBIDA" TO OC-Estado
       EXIT.


      *> Historico de arribos para la evaluacion de proveedores.
       Registrar-Recepcion-Compra.
           INITIALIZE RC-Rec
           ACCEPT WS-Fecha FROM DATE
           COMPUTE RC-Fecha = WS-Fecha + (WS-Year * 10000)
           MOVE OC-Numero TO RC-Orden
           MOVE OC-Linea TO RC-Linea
           MOVE OC-Proveedor-Codigo TO RC-Proveedor
           MOVE OC-Product-ID TO RC-Product-ID
           MOVE WS-CantRecibida TO RC-Cantidad
           MOVE OC-Fecha-Emision TO RC-Fecha-Emision
           IF OC-Fecha-Prometida > 0 THEN
               MOVE OC-Fecha-Prometida TO RC-Fecha-Compromiso
           ELSE
               MOVE OC-Fecha-Esperada TO RC-Fecha-Compromiso
           END-IF
           MOVE WS-Usuario TO RC-Usuario
           OPEN EXTEND RecepcionesCompra
           IF WS-RecCompraStatus = "35" THEN
               OPEN OUTPUT RecepcionesCompra
           END-IF
           WRITE RC-Rec
           CLOSE RecepcionesCompra
       EXIT.


       Actualizar-Cabecera.
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
