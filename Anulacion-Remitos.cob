       IDENTIFICATION DIVISION.
       PROGRAM-ID. Anulacion-Remitos AS "Anulacion-Remitos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Remitos ASSIGN TO 'Remitos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Clave
               FILE STATUS IS WS-RemitosStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Clave
               FILE STATUS IS WS-PedidosStatus.

           SELECT Despachos ASSIGN TO 'Despachos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-Clave
               FILE STATUS IS WS-DespachosStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Remitos.
           COPY REMITO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Pedidos.
           COPY PEDIDO.

       FD  Despachos.
           COPY DESPACHO.

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.

           01 WS-Control.
               05 WS-RemitosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-DespachosStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-Cliente               PIC X(50).
           01 WS-ClienteCodigo         PIC X(10).
           01 WS-NumeroRemito          PIC 9(6).
           01 WS-NumeroPedido          PIC 9(6).
           01 WS-StockViejo            PIC 9(7).
           01 WS-ValorCategoria        PIC 9(13)V99.
           01 WS-Confirmar             PIC X(1).
           01 WS-EnterT                PIC X(1).
           01 WS-Motivo                PIC X(30).
           01 WS-EventoSeg             PIC X(30).
           01 WS-LockOk                PIC X(1).
           01 WS-LineaOk               PIC X(1).
           01 WS-LineasAnuladas        PIC 9(2).
           01 WS-LineasVivas           PIC 9(3).
           01 WS-LineasTocadas         PIC 9(3).
           01 WS-TrazaRef              PIC X(30).
           01 WS-LoteDummy             PIC X(10).
           01 WS-AnulableOk            PIC X(1).
           01 WS-BultosOk              PIC X(1).
           01 WS-CantBultos            PIC 9(3).
           01 WS-DespachoRemito        PIC 9(6).
           01 WS-DespachoLinea         PIC 9(3).
           01 WS-ValorLinea            PIC 9(13)V99.
           01 WS-PesoRemito            PIC 9(7)V999.
           01 WS-VolumenRemito         PIC 9(5)V9(4).

      *>   Lineas DESPACHADO del remito a anular, con la linea del
      *>   pedido que habian descargado.
           01 WS-LineasTabla.
               05 WS-Linea-Entry OCCURS 50 TIMES.
                   10 WS-LT-Product-ID     PIC X(10).
                   10 WS-LT-Cantidad       PIC 9(7).
                   10 WS-LT-Pedido-Linea   PIC 9(3).
                   10 WS-LT-Linea-Arch     PIC 9(3).
           01 WS-LineasUsadas          PIC 9(2) VALUE 0.
           01 WS-LT-Idx                PIC 9(2).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Anulacion de un remito DESPACHADO y todavia sin facturar:
      *> deshace la salida linea por linea (stock, valor de la
      *> categoria, capas de costo, consignacion, lotes, series y
      *> envases), reabre el backorder del pedido y deja en el
      *> diario un movimiento ANUREM por linea, para que el kardex
      *> cuente la vuelta en vez de un AJUSTE manual. Es la opcion
      *> de supervisor del menu principal; un remito ya facturado
      *> se corrige con una nota de credito. Un remito cargado en
      *> un despacho que ya salio tampoco se anula.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           DISPLAY "--- Anulacion de remito despachado ---"
           DISPLAY "Numero de remito a anular: "
           ACCEPT WS-NumeroRemito
           OPEN I-O Remitos
           IF WS-RemitosStatus NOT = "00" THEN
               DISPLAY "No hay remitos registrados."
           ELSE
               MOVE WS-NumeroRemito TO RM-Numero
               MOVE 0 TO RM-Linea
               READ Remitos
                   INVALID KEY
                       DISPLAY "El remito " WS-NumeroRemito
                           " no existe."
                   NOT INVALID KEY
                       PERFORM Validar-Anulable
               END-READ
               CLOSE Remitos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Validar-Anulable.
           IF WS-NumeroRemito = 0 THEN
               DISPLAY "Numero de remito no valido."
           ELSE
               IF RM-Estado NOT = "DESPACHADO" THEN
                   DISPLAY "El remito esta " RM-Estado
                       "; solo se anulan remitos DESPACHADO."
               ELSE
                   EVALUATE TRUE
                       WHEN RM-Factura > 0
                           DISPLAY "El remito ya fue facturado con "
                               "la factura " RM-Factura "; corregir "
                               "con una nota de credito."
      *>               Sin salida de stock que revertir: la entrega
      *>               directa se corrige con el proveedor.
                       WHEN RM-Directo = 'S'
                           DISPLAY "El remito es de entrega directa "
                               "de la orden de compra "
                               RM-OC-Directa "; no se anula aqui."
                       WHEN OTHER
                           MOVE RM-Peso-Total TO WS-PesoRemito
                           MOVE RM-Volumen-Total TO WS-VolumenRemito
                           PERFORM Verificar-Despacho
                           IF WS-AnulableOk = 'S' THEN
                               PERFORM Verificar-Bultos
                           END-IF
                           IF WS-AnulableOk = 'S' THEN
                               PERFORM Confirmar-Anulacion
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
       EXIT.


      *> Despachos no cambia el estado del remito al subirlo a un
      *> viaje: se barre Despachos.DAT como en Verificar-No-Enviado.
      *> Solo se anula si el despacho todavia no salio (PEND-COT o
      *> con el COT rechazado); en ese caso se lo quita del
      *> despacho al anular.
       Verificar-Despacho.
           MOVE 'S' TO WS-AnulableOk
           MOVE 0 TO WS-DespachoRemito
           MOVE 0 TO WS-DespachoLinea
           OPEN INPUT Despachos
           IF WS-DespachosStatus = "00" THEN
               MOVE LOW-VALUES TO DE-Clave
               START Despachos KEY IS NOT LESS THAN DE-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Despachos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF DE-Linea > 0 AND
                                   DE-Remito = WS-NumeroRemito THEN
                               MOVE DE-Numero TO WS-DespachoRemito
                               MOVE DE-Linea TO WS-DespachoLinea
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-DespachoRemito > 0 THEN
                   MOVE WS-DespachoRemito TO DE-Numero
                   MOVE 0 TO DE-Linea
                   READ Despachos
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DE-Estado = "PEND-COT" OR
                                   DE-COT-Estado = "RECHAZADO" THEN
                               DISPLAY "El remito esta en el "
                                   "despacho " DE-Numero ", que no "
                                   "salio; al anularlo se lo quita "
                                   "del despacho."
                           ELSE
                               DISPLAY "El remito ya viaja en el "
                                   "despacho " DE-Numero " ("
                                   FUNCTION TRIM(DE-Estado)
                                   "); no se anula."
                               MOVE 'N' TO WS-AnulableOk
                           END-IF
                   END-READ
               END-IF
               CLOSE Despachos
           END-IF
       EXIT.


       Verificar-Bultos.
           CALL "Bultos" USING 7, WS-Usuario, WS-NumeroRemito,
               WS-CantBultos, WS-DespachoRemito, WS-BultosOk
           IF WS-BultosOk = 'N' THEN
               DISPLAY "El remito tiene " WS-CantBultos
                   " bulto(s) entregados o faltantes; no se anula."
               MOVE 'N' TO WS-AnulableOk
           END-IF
       EXIT.


       Confirmar-Anulacion.
           MOVE RM-Cliente TO WS-Cliente
           MOVE RM-Cliente(1:10) TO WS-ClienteCodigo
           MOVE RM-Pedido TO WS-NumeroPedido
           MOVE 0 TO WS-LineasUsadas
           PERFORM Cargar-Lineas-Despachadas
           IF WS-LineasUsadas = 0 THEN
               DISPLAY "El remito no tiene lineas DESPACHADO para "
                   "anular."
           ELSE
               DISPLAY "Remito " WS-NumeroRemito " a "
                   FUNCTION TRIM(WS-Cliente)
               PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                       UNTIL WS-LT-Idx > WS-LineasUsadas
                   DISPLAY "  Linea " WS-LT-Linea-Arch(WS-LT-Idx)
                       ": " WS-LT-Product-ID(WS-LT-Idx) " x "
                       WS-LT-Cantidad(WS-LT-Idx)
               END-PERFORM
               MOVE SPACES TO WS-Motivo
               PERFORM UNTIL WS-Motivo NOT = SPACES
                   DISPLAY "Motivo de la anulacion: "
                   ACCEPT WS-Motivo
               END-PERFORM
               DISPLAY "Confirma la anulacion y la vuelta del "
                   "stock (S/N): "
               ACCEPT WS-Confirmar
               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   PERFORM Anular-Remito
               ELSE
                   DISPLAY "Anulacion cancelada; el remito sigue "
                       "DESPACHADO."
               END-IF
           END-IF
       EXIT.


       Cargar-Lineas-Despachadas.
           MOVE WS-NumeroRemito TO RM-Numero
           MOVE 0 TO RM-Linea
           START Remitos KEY IS GREATER THAN RM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
                   OR WS-LineasUsadas >= 50
               READ Remitos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF RM-Numero = WS-NumeroRemito THEN
                           IF RM-Linea > 0 AND
                                   RM-Estado = "DESPACHADO" THEN
                               ADD 1 TO WS-LineasUsadas
                               MOVE RM-Product-ID TO
                                   WS-LT-Product-ID(WS-LineasUsadas)
                               MOVE RM-Cantidad TO
                                   WS-LT-Cantidad(WS-LineasUsadas)
                               MOVE RM-Pedido-Linea TO
                                   WS-LT-Pedido-Linea(WS-LineasUsadas)
                               MOVE RM-Linea TO
                                   WS-LT-Linea-Arch(WS-LineasUsadas)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> La cabecera pasa a ANULADO solo si todas las lineas
      *> volvieron; si alguna quedo (producto bloqueado o dado de
      *> baja), el remito sigue DESPACHADO con esas lineas y la
      *> anulacion se repite sobre lo que falta.
       Anular-Remito.
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               IF WS-NumeroPedido > 0 THEN
                   OPEN I-O Pedidos
                   IF WS-PedidosStatus NOT = "00" THEN
                       DISPLAY "Pedidos.DAT inaccesible; el "
                           "backorder del pedido " WS-NumeroPedido
                           " no se reabre."
                       MOVE 0 TO WS-NumeroPedido
                   END-IF
               END-IF
               MOVE 0 TO WS-LineasAnuladas
               PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                       UNTIL WS-LT-Idx > WS-LineasUsadas
                   PERFORM Anular-Linea
               END-PERFORM
               IF WS-LineasAnuladas = WS-LineasUsadas THEN
                   PERFORM Marcar-Cabecera-Anulada
                   IF WS-DespachoRemito > 0 THEN
                       PERFORM Quitar-De-Despacho
                   END-IF
                   CALL "Bultos" USING 8, WS-Usuario,
                       WS-NumeroRemito, WS-CantBultos,
                       WS-DespachoRemito, WS-BultosOk
                   IF WS-CantBultos > 0 THEN
                       DISPLAY WS-CantBultos " bulto(s) anulados."
                   END-IF
               END-IF
               IF WS-NumeroPedido > 0 THEN
                   PERFORM Actualizar-Cabecera-Pedido
                   CLOSE Pedidos
               END-IF
               CLOSE Productos
               MOVE SPACES TO WS-EventoSeg
               STRING "ANULA REM " WS-NumeroRemito " " WS-Motivo
                   DELIMITED SIZE INTO WS-EventoSeg
               CALL "Seguridad" USING 1, WS-Usuario, WS-EventoSeg
               DISPLAY "Remito " WS-NumeroRemito ": "
                   WS-LineasAnuladas " de " WS-LineasUsadas
                   " linea(s) anuladas con vuelta de stock."
               IF WS-LineasAnuladas < WS-LineasUsadas THEN
                   DISPLAY "El remito sigue DESPACHADO con las "
                       "lineas que no volvieron; repetir la "
                       "anulacion."
               END-IF
           END-IF
       EXIT.


       Anular-Linea.
           MOVE 'N' TO WS-LineaOk
           MOVE WS-LT-Product-ID(WS-LT-Idx) TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   DISPLAY "Producto " WS-LT-Product-ID(WS-LT-Idx)
                       " ya no existe; linea no anulada."
               NOT INVALID KEY
                   CALL "Bloqueos" USING 1, Product-ID,
                       WS-Usuario, WS-LockOk
                   IF WS-LockOk = 'S' THEN
                       PERFORM Aplicar-Vuelta-Stock
                       CALL "Bloqueos" USING 2, Product-ID,
                           WS-Usuario, WS-LockOk
                   ELSE
                       DISPLAY "Linea no anulada por registro en "
                           "uso."
                   END-IF
           END-READ
           IF WS-LineaOk = 'S' THEN
               PERFORM Marcar-Linea-Anulada
               ADD 1 TO WS-LineasAnuladas
           END-IF
       EXIT.


      *> Espejo de Aplicar-Salida-Stock de Remitos: cada efecto de
      *> la salida se deshace con el servicio que lo produjo. Lo
      *> consumido por FIFO vuelve como capa nueva al costo
      *> promedio, igual que una devolucion liberada.
       Aplicar-Vuelta-Stock.
           MOVE P-Stock TO WS-StockViejo
           ADD WS-LT-Cantidad(WS-LT-Idx) TO P-Stock
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO Dia-Modificacion
           MOVE WS-Fecha(5:2) TO Mes-Modificacion
           MOVE WS-Fecha(1:4) TO Ano-Modificacion
           ADD WS-Year TO Ano-Modificacion
               GIVING Ano-Modificacion
           MOVE WS-Usuario TO P-Usuario
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               COMPUTE WS-ValorCategoria =
                   WS-StockViejo * P-Precio-Unitario
               CALL "Tipos-Cambio" USING 1, P-Moneda,
                   WS-ValorCategoria
               CALL "Categoria" USING 21, P-Categoria,
                   WS-ValorCategoria
               COMPUTE WS-ValorCategoria =
                   P-Stock * P-Precio-Unitario
               CALL "Tipos-Cambio" USING 1, P-Moneda,
                   WS-ValorCategoria
               CALL "Categoria" USING 20, P-Categoria,
                   WS-ValorCategoria
               MOVE 'S' TO WS-LineaOk
               PERFORM Registrar-Movimiento
               IF WS-NumeroPedido > 0 AND
                       WS-LT-Pedido-Linea(WS-LT-Idx) > 0 THEN
                   PERFORM Reabrir-Linea-Pedido
               END-IF
               CALL "Capas-Costo" USING 1, Product-ID,
                   WS-LT-Cantidad(WS-LT-Idx), P-Costo-Promedio
               CALL "Consignacion" USING 3, Product-ID,
                   WS-LT-Cantidad(WS-LT-Idx), SPACES
      *>       Misma referencia de trazabilidad que armo el
      *>       despacho: con ella Lotes encuentra de que lotes salio
      *>       la linea y la devuelve a esos mismos lotes.
               MOVE SPACES TO WS-TrazaRef
               STRING "REM " WS-NumeroRemito " "
                   WS-ClienteCodigo
                   DELIMITED SIZE INTO WS-TrazaRef
               SET ENVIRONMENT "TRAZA-REF" TO WS-TrazaRef
               MOVE SPACES TO WS-LoteDummy
               CALL "Lotes" USING 5, Product-ID, WS-LoteDummy,
                   WS-LT-Cantidad(WS-LT-Idx), 0, SPACES
               IF P-Serializado = 'S' THEN
                   CALL "Series" USING 3, Product-ID,
                       WS-LT-Cantidad(WS-LT-Idx), WS-Cliente,
                       WS-Usuario
               END-IF
               CALL "Envases" USING 3, Product-ID,
                   WS-LT-Cantidad(WS-LT-Idx), WS-ClienteCodigo
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Lo que el remito habia descargado del pedido vuelve a ser
      *> backorder vivo.
       Reabrir-Linea-Pedido.
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE WS-LT-Pedido-Linea(WS-LT-Idx) TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PD-Cantidad-Despachada >
                           WS-LT-Cantidad(WS-LT-Idx) THEN
                       SUBTRACT WS-LT-Cantidad(WS-LT-Idx)
                           FROM PD-Cantidad-Despachada
                   ELSE
                       MOVE 0 TO PD-Cantidad-Despachada
                   END-IF
                   IF PD-Estado NOT = "ANULADO" THEN
                       IF PD-Cantidad-Despachada = 0 THEN
                           MOVE "PENDIENTE" TO PD-Estado
                       ELSE
                           MOVE "PARCIAL" TO PD-Estado
                       END-IF
                   END-IF
                   REWRITE PD-Rec
           END-READ
       EXIT.


       Actualizar-Cabecera-Pedido.
           MOVE 0 TO WS-LineasVivas
           MOVE 0 TO WS-LineasTocadas
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           START Pedidos KEY IS GREATER THAN PD-Clave
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
                       IF PD-Numero = WS-NumeroPedido THEN
                           IF PD-Estado NOT = "ANULADO" AND
                                   PD-Cantidad-Despachada <
                                   PD-Cantidad-Pedida THEN
                               ADD 1 TO WS-LineasVivas
                           END-IF
                           IF PD-Linea > 0 AND
                                   PD-Cantidad-Despachada > 0 THEN
                               ADD 1 TO WS-LineasTocadas
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-NumeroPedido TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PD-Estado NOT = "ANULADO" THEN
                       IF WS-LineasVivas = 0 THEN
                           MOVE "COMPLETO" TO PD-Estado
                       ELSE
                           IF WS-LineasTocadas > 0 THEN
                               MOVE "PARCIAL" TO PD-Estado
                           ELSE
                               MOVE "PENDIENTE" TO PD-Estado
                           END-IF
                       END-IF
                       REWRITE PD-Rec
                   END-IF
           END-READ
       EXIT.


      *> La linea del remito sale del despacho y la carga de la
      *> cabecera baja en su valor, peso y volumen; la solicitud de
      *> COT se regenera desde Despachos sin el remito.
       Quitar-De-Despacho.
           OPEN I-O Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DespachosStatus
           ELSE
               MOVE 0 TO WS-ValorLinea
               MOVE WS-DespachoRemito TO DE-Numero
               MOVE WS-DespachoLinea TO DE-Linea
               READ Despachos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DE-Valor TO WS-ValorLinea
                       DELETE Despachos RECORD
               END-READ
               MOVE WS-DespachoRemito TO DE-Numero
               MOVE 0 TO DE-Linea
               READ Despachos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DE-Valor > WS-ValorLinea THEN
                           SUBTRACT WS-ValorLinea FROM DE-Valor
                       ELSE
                           MOVE 0 TO DE-Valor
                       END-IF
                       IF DE-Peso-Total > WS-PesoRemito THEN
                           SUBTRACT WS-PesoRemito FROM DE-Peso-Total
                       ELSE
                           MOVE 0 TO DE-Peso-Total
                       END-IF
                       IF DE-Volumen-Total > WS-VolumenRemito THEN
                           SUBTRACT WS-VolumenRemito
                               FROM DE-Volumen-Total
                       ELSE
                           MOVE 0 TO DE-Volumen-Total
                       END-IF
                       REWRITE DE-Rec
               END-READ
               CLOSE Despachos
               DISPLAY "Remito quitado del despacho "
                   WS-DespachoRemito "; regenerar su solicitud de "
                   "COT."
           END-IF
       EXIT.


       Marcar-Cabecera-Anulada.
           MOVE WS-NumeroRemito TO RM-Numero
           MOVE 0 TO RM-Linea
           READ Remitos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ANULADO" TO RM-Estado
                   REWRITE RM-Rec
           END-READ
       EXIT.


       Marcar-Linea-Anulada.
           MOVE WS-NumeroRemito TO RM-Numero
           MOVE WS-LT-Linea-Arch(WS-LT-Idx) TO RM-Linea
           READ Remitos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ANULADO" TO RM-Estado
                   REWRITE RM-Rec
           END-READ
       EXIT.


       Registrar-Movimiento.
           MOVE Product-ID TO MOV-Product-ID
           MOVE "ANUREM" TO MOV-Operacion
           MOVE WS-Usuario TO MOV-Usuario
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO MOV-Dia
           MOVE WS-Fecha(5:2) TO MOV-Mes
           MOVE WS-Fecha(1:4) TO MOV-Ano
           ADD WS-Year TO MOV-Ano GIVING MOV-Ano
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoraActual(1:2) TO MOV-HH
           MOVE WS-HoraActual(3:2) TO MOV-MM
           MOVE WS-HoraActual(5:2) TO MOV-SS
           MOVE WS-StockViejo      TO MOV-Stock-Antes
           MOVE P-Stock            TO MOV-Stock-Despues
           MOVE P-Precio-Unitario  TO MOV-Precio-Antes
           MOVE P-Precio-Unitario  TO MOV-Precio-Despues
           MOVE P-Categoria        TO MOV-Categoria-Antes
           MOVE P-Categoria        TO MOV-Categoria-Despues
           CALL "Movimiento" USING Mov-Rec
       EXIT.
