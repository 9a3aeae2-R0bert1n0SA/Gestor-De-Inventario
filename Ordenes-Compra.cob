               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT EnvioOC ASSIGN TO WS-NombreEnvio
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EnvioStatus.

           SELECT ConfirmacionOC ASSIGN TO WS-NombreConfirmacion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ConfirmacionStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Clave
               FILE STATUS IS WS-PedidosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

           SELECT WorkSeguimiento ASSIGN TO 'WorkSeguimiento.TMP'.

           SELECT Remitos ASSIGN TO 'Remitos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-Clave
               FILE STATUS IS WS-RemitosStatus.

           SELECT RecepcionesCompra
               ASSIGN TO 'Recepciones-Compra.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RecCompraStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  OrdenesCompra.
       FD  Proveedores.
           COPY PROVEEDOR.

       FD  EnvioOC.
      *>  Orden transmitida al proveedor, un archivo por orden
      *>  (OC-Env-nnnnnn.TXT): registro H de cabecera, un D por
      *>  linea con el codigo de articulo del proveedor (del cruce
      *>  Producto-Proveedor; en blanco si no lo tiene cargado) y
      *>  nuestro Product-ID, y el T de cierre con los totales. El
      *>  proveedor devuelve la confirmacion en OC-Ack-nnnnnn.TXT.
      *>  Una orden de entrega directa lleva despues de la cabecera
      *>  tres registros E con el destino del pedido: renglon 1 el
      *>  cliente, 2 la direccion y 3 la localidad.
       01  EV-Cabecera.
           05 EV-Tipo                  PIC X(1).
           05 EV-Orden                 PIC 9(6).
           05 EV-Fecha                 PIC 9(8).
           05 EV-Proveedor             PIC X(10).
           05 EV-CUIT-Empresa          PIC X(11).
           05 EV-Comprador             PIC X(10).
           05 FILLER                   PIC X(34).
       01  EV-Linea.
           05 EV-L-Tipo                PIC X(1).
           05 EV-L-Linea               PIC 9(3).
           05 EV-L-Codigo-Articulo     PIC X(20).
           05 EV-L-Product-ID          PIC X(10).
           05 EV-L-Cantidad            PIC 9(7).
           05 EV-L-Costo               PIC 9(5)V99.
           05 FILLER                   PIC X(32).
       01  EV-Cierre.
           05 EV-T-Tipo                PIC X(1).
           05 EV-T-Lineas              PIC 9(3).
           05 EV-T-Importe             PIC 9(13)V99.
           05 FILLER                   PIC X(61).
       01  EV-Entrega.
           05 EV-E-Tipo                PIC X(1).
           05 EV-E-Pedido              PIC 9(6).
           05 EV-E-Renglon             PIC 9(1).
           05 EV-E-Texto               PIC X(50).
           05 FILLER                   PIC X(22).

       FD  ConfirmacionOC.
      *>  Confirmacion del proveedor: un registro D por linea de la
      *>  orden con la cantidad y el costo que confirma y la fecha
      *>  de entrega que promete. Una linea que no viene se toma
      *>  como no confirmada (cantidad 0).
       01  CF-Rec.
           05 CF-Tipo                  PIC X(1).
           05 CF-Orden                 PIC 9(6).
           05 CF-Linea                 PIC 9(3).
           05 CF-Cantidad              PIC 9(7).
           05 CF-Costo                 PIC 9(5)V99.
           05 CF-Fecha-Prometida       PIC 9(8).
           05 FILLER                   PIC X(48).

       FD  Pedidos.
           COPY PEDIDO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       SD  WorkSeguimiento.
      *>  Lineas abiertas vencidas o por vencer en la semana,
      *>  ordenadas por proveedor, comprador y fecha esperada.
       01  SG-Rec.
           05 SG-Proveedor             PIC X(10).
           05 SG-Comprador             PIC X(10).
           05 SG-Fecha-Esperada        PIC 9(8).
           05 SG-Orden                 PIC 9(6).
           05 SG-Linea                 PIC 9(3).
           05 SG-Product-ID            PIC X(10).
           05 SG-Pendiente             PIC 9(7).
           05 SG-Proveedor-Nombre      PIC X(50).

       FD  Remitos.
           COPY REMITO.

       FD  RecepcionesCompra.
           COPY RECEPCION-COMPRA.

       WORKING-STORAGE SECTION.
           COPY DOMICILIO.

           01 WS-Control.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-AlertStatus       PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-EnvioStatus       PIC XX.
               05 WS-ConfirmacionStatus PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Conf          PIC X(1) VALUE 'N'.
               05 WS-PedidosStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Ped           PIC X(1) VALUE 'N'.
               05 WS-RemitosStatus     PIC XX.
               05 WS-RecCompraStatus   PIC XX.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
                   10 WS-AT-Stock-Minimo   PIC 9(7).
                   10 WS-AT-Proveedor      PIC X(50).
                   10 WS-AT-Ordenada       PIC X(1).
                   10 WS-AT-Contrato       PIC 9(6).
                   10 WS-AT-ProvContrato   PIC X(10).
                   10 WS-AT-Precio         PIC 9(5)V99.
                   10 WS-AT-Saldo          PIC 9(7).
           01 WS-AlertasUsadas         PIC 9(3) VALUE 0.
           01 WS-AlertasExcedidas      PIC 9(3) VALUE 0.
           01 WS-AT-Idx                PIC 9(3).
           01 WS-PresupuestoOk         PIC X(1).
           01 WS-ImportePresup         PIC 9(13)V99.
           01 WS-EventoSeg             PIC X(30).
           01 WS-HoyNum                PIC 9(8).
           01 WS-NombreEnvio           PIC X(40).
           01 WS-NombreConfirmacion    PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-CUITEmpresa           PIC X(11).
           01 WS-ProdProvOk            PIC X(1).
           01 WS-CostoDummy            PIC 9(5)V99.
           01 WS-ImporteOrden          PIC 9(13)V99.
           01 WS-Transmitidas          PIC 9(4).
           01 WS-Confirmadas           PIC 9(4).
           01 WS-Diferencias           PIC 9(4).
           01 WS-DiasConfirmacion      PIC 9(3).
           01 WS-DiasEspera            PIC 9(5).
           01 WS-Atrasadas             PIC 9(4).
           01 WS-Revision              PIC X(1).
           01 WS-OrdenesTabla.
               05 WS-OT-Numero OCCURS 100 TIMES PIC 9(6).
           01 WS-OT-Usadas             PIC 9(3) VALUE 0.
           01 WS-OT-Idx                PIC 9(3).
           01 WS-FechaEsperada         PIC 9(8).
           01 WS-FechaTecleada         PIC 9(8).
           01 WS-LeadTime              PIC 9(3).
           01 WS-DiasEntrega           PIC 9(3).
           01 WS-ProvBuscado           PIC X(10).
           01 WS-HoyInt                PIC 9(7).
           01 WS-FinSemana             PIC 9(8).
           01 WS-DiasAtraso            PIC S9(5).
           01 WS-Pendiente             PIC 9(7).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "SEGUIM-OC".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-SG-Proveedor          PIC X(10).
           01 WS-SG-Comprador          PIC X(10).
           01 WS-Vencidas              PIC 9(5).
           01 WS-PorVencer             PIC 9(5).
           01 WS-Retenidos             PIC 9(5).
           01 WS-Contrato              PIC 9(6).
           01 WS-ContratoProd          PIC X(10).
           01 WS-ContratoProv          PIC X(10).
           01 WS-ContratoPrecio        PIC 9(5)V99.
           01 WS-ContratoSaldo         PIC 9(7).
           01 WS-ContratoOk            PIC X(1).

      *>   Entregas directas: pedidos con lineas a comprar y, del
      *>   pedido u orden en curso, las lineas a ordenar o las
      *>   entregadas por el proveedor.
           01 WS-PedidoDirecto         PIC 9(6) VALUE 0.
           01 WS-PedidosDirectos.
               05 WS-DP-Numero OCCURS 100 TIMES PIC 9(6).
           01 WS-DP-Usadas             PIC 9(3) VALUE 0.
           01 WS-DP-Idx                PIC 9(3).
           01 WS-DP-Ultimo             PIC 9(6).
           01 WS-LineasDirectas.
               05 WS-LD-Entry OCCURS 50 TIMES.
                   10 WS-LD-Linea          PIC 9(3).
                   10 WS-LD-Pedido-Linea   PIC 9(3).
                   10 WS-LD-Product-ID     PIC X(10).
                   10 WS-LD-Proveedor      PIC X(10).
                   10 WS-LD-Costo          PIC 9(5)V99.
                   10 WS-LD-Cantidad       PIC 9(7).
                   10 WS-LD-Hecha          PIC X(1).
           01 WS-LD-Usadas             PIC 9(2) VALUE 0.
           01 WS-LD-Idx                PIC 9(2).
           01 WS-LD-J                  PIC 9(2).
           01 WS-ClienteDirecto        PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ImporteDummy          PIC 9(13)V99.
           01 WS-DomicilioOk           PIC X(1).
           01 WS-FechaDomicilio        PIC 9(8) VALUE 0.
           01 WS-Entregadas            PIC 9(9).
           01 WS-LineasVivas           PIC 9(3).
           01 WS-NumeroRemito          PIC 9(6).
           01 WS-ProximoRemito         PIC 9(6).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
                           PERFORM Listar-Ordenes
                       WHEN 4
                           PERFORM Anular-Orden
                       WHEN 5
                           PERFORM Transmitir-Ordenes
                       WHEN 6
                           PERFORM Importar-Confirmaciones
                       WHEN 7
                           PERFORM Revisar-Diferencias
                       WHEN 8
                           PERFORM Ordenes-Sin-Confirmar
                       WHEN 9
                           PERFORM Cambiar-Fecha-Esperada
                       WHEN 10
                           PERFORM Informe-Seguimiento
                       WHEN 11
                           PERFORM Liberar-Contrato
                       WHEN 12
                           PERFORM Generar-Entregas-Directas
                       WHEN 13
                           PERFORM Confirmar-Entrega-Directa
                       WHEN 0
                           MOVE 1 TO WS-flag
                       WHEN OTHER
           DISPLAY "2. Consultar una orden"
           DISPLAY "3. Listar ordenes"
           DISPLAY "4. Anular una orden"
           DISPLAY "5. Transmitir ordenes a los proveedores"
           DISPLAY "6. Importar confirmaciones de proveedores"
           DISPLAY "7. Revisar diferencias de confirmacion"
           DISPLAY "8. Ordenes sin confirmacion del proveedor"
           DISPLAY "9. Cambiar la fecha esperada de una linea"
           DISPLAY "10. Seguimiento de lineas atrasadas y de la "
               "semana"
           DISPLAY "11. Liberar una entrega de un contrato marco"
           DISPLAY "12. Generar ordenes de entregas directas"
           DISPLAY "13. Confirmar una entrega directa del proveedor"
           DISPLAY "0. Volver al menu principal"
           DISPLAY "Ingrese una Opcion: "
           ACCEPT WS-opcion
           MOVE 0 TO WS-LineasGeneradas
           PERFORM Cargar-Productos-Abiertos
           PERFORM Cargar-Alertas
           PERFORM Aplicar-Contratos
           IF WS-AlertasUsadas = 0 THEN
               DISPLAY "No hay alertas pendientes sin orden de "
                   "compra abierta."
       EXIT.


      *> Los productos con un contrato marco vigente y con saldo se
      *> piden al proveedor del contrato y a su precio, antes de
      *> recurrir a las cotizaciones.
       Aplicar-Contratos.
           OPEN INPUT Proveedores
           PERFORM VARYING WS-AT-Idx FROM 1 BY 1
                   UNTIL WS-AT-Idx > WS-AlertasUsadas
               MOVE 0 TO WS-AT-Contrato(WS-AT-Idx)
               MOVE SPACES TO WS-AT-ProvContrato(WS-AT-Idx)
               MOVE 'N' TO WS-ContratoOk
               MOVE WS-AT-Product-ID(WS-AT-Idx) TO WS-ContratoProd
               CALL "Contratos-Compra" USING 1, WS-Usuario,
                   WS-Contrato, WS-ContratoProd, WS-ContratoProv,
                   WS-ContratoPrecio, WS-ContratoSaldo, WS-ContratoOk
               IF WS-ContratoOk = 'S' THEN
                   MOVE WS-Contrato TO WS-AT-Contrato(WS-AT-Idx)
                   MOVE WS-ContratoProv
                       TO WS-AT-ProvContrato(WS-AT-Idx)
                   MOVE WS-ContratoPrecio TO WS-AT-Precio(WS-AT-Idx)
                   MOVE WS-ContratoSaldo TO WS-AT-Saldo(WS-AT-Idx)
                   IF WS-ProvStatus = "00" THEN
                       MOVE WS-ContratoProv TO PROV-Codigo
                       READ Proveedores
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PROV-Nombre
                                   TO WS-AT-Proveedor(WS-AT-Idx)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
       EXIT.


      *> Arma la lista de proveedores distintos presentes en las
      *> alertas y les resuelve el codigo desde Proveedores.DAT
      *> (las alertas guardan el nombre del proveedor).
      *>   proveedor alternativo.
           MOVE WS-PT-Nombre(WS-PT-Idx) TO WS-NombreGrupo
           PERFORM Verificar-Proveedor-Grupo
           PERFORM Proponer-Fecha-Esperada
           DISPLAY "--- Orden " WS-NumeroOrden " - Proveedor: "
               FUNCTION TRIM(WS-PT-Nombre(WS-PT-Idx)) " ---"
           IF WS-PT-Codigo(WS-PT-Idx) = SPACES THEN
                   MOVE WS-CantSugerida TO WS-CantPedida
               END-IF
           END-IF
           MOVE 0 TO WS-Contrato
           IF WS-CantPedida > 0 AND WS-AT-Contrato(WS-AT-Idx) > 0
                   AND WS-AT-ProvContrato(WS-AT-Idx) =
                   WS-PT-Codigo(WS-PT-Idx) THEN
               MOVE WS-AT-Contrato(WS-AT-Idx) TO WS-Contrato
               DISPLAY "  Contrato marco " WS-Contrato " a "
                   WS-AT-Precio(WS-AT-Idx) " - saldo "
                   WS-AT-Saldo(WS-AT-Idx)
               IF WS-CantPedida > WS-AT-Saldo(WS-AT-Idx) THEN
                   DISPLAY "  Se pide el saldo del contrato; el "
                       "resto requiere otra compra."
                   MOVE WS-AT-Saldo(WS-AT-Idx) TO WS-CantPedida
               END-IF
           END-IF
           IF WS-CantPedida > 0 THEN
               IF WS-Contrato > 0 THEN
                   MOVE WS-AT-Precio(WS-AT-Idx) TO WS-CostoAcordado
               ELSE
                   PERFORM Capturar-Costo-Linea
               END-IF
               PERFORM Controlar-Presupuesto
               IF WS-PresupuestoOk NOT = 'S' THEN
                   DISPLAY "  Linea omitida por presupuesto."
                   MOVE WS-CantPedida TO OC-Cantidad-Pedida
                   MOVE 0 TO OC-Cantidad-Recibida
                   MOVE WS-CostoAcordado TO OC-Costo-Unitario
                   MOVE WS-FechaEsperada TO OC-Fecha-Esperada
                   MOVE WS-Contrato TO OC-Contrato
                   PERFORM Fechar-Orden
                   MOVE WS-Usuario TO OC-Usuario
                   WRITE OC-Rec
                   IF WS-OrdenesStatus = "00" THEN
                       ADD 1 TO WS-LineasGeneradas
                       MOVE 'S' TO WS-AT-Ordenada(WS-AT-Idx)
                       IF WS-Contrato > 0 THEN
                           CALL "Contratos-Compra" USING 3,
                               WS-Usuario, WS-Contrato,
                               WS-ContratoProd, WS-ContratoProv,
                               WS-ContratoPrecio, WS-CantPedida,
                               WS-ContratoOk
                       END-IF
                   ELSE
                       CALL "Errores" USING WS-OrdenesStatus
                   END-IF
           MOVE WS-PT-Codigo(WS-PT-Idx) TO OC-Proveedor-Codigo
           MOVE WS-PT-Nombre(WS-PT-Idx) TO OC-Proveedor-Nombre
           MOVE "EMITIDA" TO OC-Estado
           MOVE WS-PedidoDirecto TO OC-Pedido
           PERFORM Fechar-Orden
           MOVE WS-Usuario TO OC-Usuario
           WRITE OC-Rec
               FUNCTION TRIM(OC-Proveedor-Nombre)
           DISPLAY "Emitida: " OC-Dia "/" OC-Mes "/" OC-Ano
               " por " OC-Usuario
           IF OC-Pedido > 0 THEN
               DISPLAY "Entrega directa al cliente del pedido "
                   OC-Pedido
           END-IF
           IF OC-Fecha-Transmision > 0 THEN
               DISPLAY "Transmitida: " OC-Fecha-Transmision(7:2) "/"
                   OC-Fecha-Transmision(5:2) "/"
                   OC-Fecha-Transmision(1:4)
               IF OC-Fecha-Confirmacion > 0 THEN
                   DISPLAY "Confirmada por el proveedor: "
                       OC-Fecha-Confirmacion(7:2) "/"
                       OC-Fecha-Confirmacion(5:2) "/"
                       OC-Fecha-Confirmacion(1:4)
               ELSE
                   DISPLAY "Sin confirmacion del proveedor."
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                               OC-Product-ID " pedido "
                               OC-Cantidad-Pedida " recibido "
                               OC-Cantidad-Recibida " - " OC-Estado
                           IF OC-Fecha-Esperada > 0 THEN
                               DISPLAY "    esperada para el "
                                   OC-Fecha-Esperada(7:2) "/"
                                   OC-Fecha-Esperada(5:2) "/"
                                   OC-Fecha-Esperada(1:4)
                           END-IF
                           IF OC-Cantidad-Confirmada > 0 OR
                                   OC-Fecha-Prometida > 0 OR
                                   OC-Diferencia = 'S' THEN
                               DISPLAY "    confirmado "
                                   OC-Cantidad-Confirmada " a "
                                   OC-Costo-Confirmado " para el "
                                   OC-Fecha-Prometida(7:2) "/"
                                   OC-Fecha-Prometida(5:2) "/"
                                   OC-Fecha-Prometida(1:4)
                           END-IF
                           IF OC-Diferencia = 'S' THEN
                               DISPLAY "    DIFERENCIA A REVISAR"
                           END-IF
                           IF OC-Contrato > 0 THEN
                               DISPLAY "    entrega del contrato "
                                   "marco " OC-Contrato
                           END-IF
                           IF OC-Pedido-Linea > 0 THEN
                               DISPLAY "    linea " OC-Pedido-Linea
                                   " del pedido " OC-Pedido
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
       Marcar-Orden-Anulada.
           MOVE "ANULADA" TO OC-Estado
           REWRITE OC-Rec
           MOVE OC-Pedido TO WS-PedidoDirecto
           IF WS-PedidoDirecto > 0 THEN
               OPEN I-O Pedidos
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                           IF OC-Estado NOT = "RECIBIDA" THEN
                               MOVE "ANULADA" TO OC-Estado
                               REWRITE OC-Rec
                               PERFORM Devolver-Saldo-Contrato
                               IF WS-PedidoDirecto > 0 AND
                                       WS-PedidosStatus = "00" THEN
                                   PERFORM Liberar-Linea-Directa
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-PedidoDirecto > 0 AND WS-PedidosStatus = "00" THEN
               CLOSE Pedidos
           END-IF
           MOVE 0 TO WS-PedidoDirecto
           DISPLAY "Orden " WS-NumeroConsulta " anulada."
       EXIT.


      *> Lo que una linea anulada no llego a recibir vuelve al
      *> saldo de su contrato marco.
       Devolver-Saldo-Contrato.
           IF OC-Contrato > 0 AND
                   OC-Cantidad-Pedida > OC-Cantidad-Recibida THEN
               COMPUTE WS-Pendiente =
                   OC-Cantidad-Pedida - OC-Cantidad-Recibida
               CALL "Contratos-Compra" USING 4, WS-Usuario,
                   OC-Contrato, WS-ContratoProd, WS-ContratoProv,
                   WS-ContratoPrecio, WS-Pendiente, WS-ContratoOk
           END-IF
       EXIT.


      *> La linea de pedido de una entrega directa anulada vuelve a
      *> quedar sin orden, para comprar su saldo a otro proveedor.
       Liberar-Linea-Directa.
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE OC-Pedido-Linea TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PD-OC-Directa = WS-NumeroConsulta THEN
                       MOVE 0 TO PD-OC-Directa
                       REWRITE PD-Rec
                   END-IF
           END-READ
       EXIT.


      *> Genera el archivo de cada orden EMITIDA que todavia no se
      *> transmitio, con el codigo de articulo propio del proveedor.
      *> Las ordenes se juntan primero porque armar cada archivo
      *> recorre sus lineas.
       Transmitir-Ordenes.
           PERFORM Calcular-Hoy
           MOVE SPACES TO WS-ValorParam
           MOVE "CUIT-EMPRESA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam TO WS-CUITEmpresa
           MOVE 0 TO WS-OT-Usadas
           MOVE 0 TO WS-Transmitidas
           MOVE LOW-VALUES TO OC-Clave
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero > 0 AND OC-Linea = 0 AND
                               OC-Estado = "EMITIDA" AND
                               OC-Fecha-Transmision = 0 AND
                               WS-OT-Usadas < 100 THEN
                           ADD 1 TO WS-OT-Usadas
                           MOVE OC-Numero TO WS-OT-Numero(WS-OT-Usadas)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           PERFORM VARYING WS-OT-Idx FROM 1 BY 1
                   UNTIL WS-OT-Idx > WS-OT-Usadas
               PERFORM Transmitir-Orden
           END-PERFORM
           DISPLAY "Ordenes transmitidas: " WS-Transmitidas
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Transmitir-Orden.
           MOVE WS-OT-Numero(WS-OT-Idx) TO WS-NumeroOrden
           MOVE SPACES TO WS-NombreEnvio
           STRING "OC-Env-" WS-NumeroOrden ".TXT" DELIMITED SIZE
               INTO WS-NombreEnvio
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
           READ OrdenesCompra
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   OPEN OUTPUT EnvioOC
                   IF WS-EnvioStatus NOT = "00" THEN
                       CALL "Errores" USING WS-EnvioStatus
                   ELSE
                       PERFORM Escribir-Envio
                       CLOSE EnvioOC
                       PERFORM Marcar-Transmitida
                   END-IF
           END-READ
       EXIT.


      *> OC-Rec trae la cabecera de la orden.
       Escribir-Envio.
           INITIALIZE EV-Cabecera
           MOVE "H" TO EV-Tipo
           MOVE WS-NumeroOrden TO EV-Orden
           MOVE WS-HoyNum TO EV-Fecha
           MOVE OC-Proveedor-Codigo TO EV-Proveedor
           MOVE WS-CUITEmpresa TO EV-CUIT-Empresa
           MOVE WS-Usuario TO EV-Comprador
           WRITE EV-Cabecera
           IF OC-Pedido > 0 THEN
               PERFORM Escribir-Entrega-Envio
           END-IF
           MOVE 0 TO WS-NumeroLinea
           MOVE 0 TO WS-ImporteOrden
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero NOT = WS-NumeroOrden THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF OC-Estado NOT = "ANULADA" THEN
                               PERFORM Escribir-Linea-Envio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           INITIALIZE EV-Cierre
           MOVE "T" TO EV-T-Tipo
           MOVE WS-NumeroLinea TO EV-T-Lineas
           MOVE WS-ImporteOrden TO EV-T-Importe
           WRITE EV-Cierre
       EXIT.


      *> El destino sale del domicilio de entrega del pedido; sin
      *> domicilio la orden viaja igual, con la direccion en blanco.
       Escribir-Entrega-Envio.
           MOVE OC-Pedido TO WS-PedidoDirecto
           MOVE SPACES TO WS-ClienteNombre
           MOVE 'N' TO WS-DomicilioOk
           INITIALIZE DM-Rec
           OPEN INPUT Pedidos
           IF WS-PedidosStatus = "00" THEN
               MOVE WS-PedidoDirecto TO PD-Numero
               MOVE 0 TO PD-Linea
               READ Pedidos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Leer-Destino-Directo
               END-READ
               CLOSE Pedidos
           END-IF
           IF WS-DomicilioOk NOT = 'S' THEN
               DISPLAY "  Aviso: el pedido " WS-PedidoDirecto
                   " no tiene domicilio de entrega cargado."
           END-IF
           INITIALIZE EV-Entrega
           MOVE "E" TO EV-E-Tipo
           MOVE WS-PedidoDirecto TO EV-E-Pedido
           MOVE 1 TO EV-E-Renglon
           MOVE WS-ClienteNombre TO EV-E-Texto
           WRITE EV-Entrega
           MOVE 2 TO EV-E-Renglon
           MOVE DM-Direccion TO EV-E-Texto
           WRITE EV-Entrega
           MOVE 3 TO EV-E-Renglon
           MOVE DM-Localidad TO EV-E-Texto
           WRITE EV-Entrega
           MOVE 0 TO WS-PedidoDirecto
       EXIT.


      *> PD-Rec trae la cabecera del pedido.
       Leer-Destino-Directo.
           MOVE PD-Cliente TO WS-ClienteDirecto
           CALL "Clientes" USING 1, WS-ClienteDirecto,
               WS-ClienteNombre, WS-ImporteDummy, WS-ClienteOk
           IF WS-ClienteNombre = SPACES THEN
               MOVE WS-ClienteDirecto TO WS-ClienteNombre
           END-IF
           MOVE PD-Cliente TO DM-Cliente
           MOVE PD-Domicilio TO DM-Codigo
           IF PD-Domicilio > 0 THEN
               CALL "Domicilios-Entrega" USING 2, WS-Usuario,
                   WS-DomicilioOk, WS-FechaDomicilio, DM-Rec
           END-IF
           IF WS-DomicilioOk NOT = 'S' THEN
               INITIALIZE DM-Rec
           END-IF
       EXIT.


       Escribir-Linea-Envio.
           INITIALIZE EV-Linea
           MOVE "D" TO EV-L-Tipo
           MOVE OC-Linea TO EV-L-Linea
           MOVE OC-Product-ID TO EV-L-Product-ID
           MOVE OC-Cantidad-Pedida TO EV-L-Cantidad
           MOVE OC-Costo-Unitario TO EV-L-Costo
           MOVE SPACES TO WS-CodigoArt
           CALL "Producto-Proveedor" USING 3, OC-Product-ID,
               OC-Proveedor-Codigo, WS-CodigoArt, WS-CostoDummy,
               WS-ProdProvOk
           IF WS-ProdProvOk = 'S' THEN
               MOVE WS-CodigoArt TO EV-L-Codigo-Articulo
           ELSE
               DISPLAY "  Aviso: " OC-Product-ID " sin codigo de "
                   "articulo del proveedor; sale con el nuestro."
           END-IF
           WRITE EV-Linea
           ADD 1 TO WS-NumeroLinea
           COMPUTE WS-ImporteOrden = WS-ImporteOrden +
               OC-Cantidad-Pedida * OC-Costo-Unitario
       EXIT.


       Marcar-Transmitida.
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
           READ OrdenesCompra
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-HoyNum TO OC-Fecha-Transmision
                   REWRITE OC-Rec
                   ADD 1 TO WS-Transmitidas
                   DISPLAY "Orden " WS-NumeroOrden " en "
                       FUNCTION TRIM(WS-NombreEnvio)
           END-READ
       EXIT.


      *> Busca la confirmacion de cada orden transmitida y no
      *> confirmada; las que no tienen archivo siguen esperando.
       Importar-Confirmaciones.
           PERFORM Calcular-Hoy
           MOVE 0 TO WS-OT-Usadas
           MOVE 0 TO WS-Confirmadas
           MOVE 0 TO WS-Diferencias
           MOVE LOW-VALUES TO OC-Clave
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero > 0 AND OC-Linea = 0 AND
                               OC-Fecha-Transmision > 0 AND
                               OC-Fecha-Confirmacion = 0 AND
                               OC-Estado NOT = "ANULADA" AND
                               WS-OT-Usadas < 100 THEN
                           ADD 1 TO WS-OT-Usadas
                           MOVE OC-Numero TO WS-OT-Numero(WS-OT-Usadas)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           PERFORM VARYING WS-OT-Idx FROM 1 BY 1
                   UNTIL WS-OT-Idx > WS-OT-Usadas
               PERFORM Importar-Confirmacion
           END-PERFORM
           DISPLAY "Confirmaciones importadas: " WS-Confirmadas
           DISPLAY "Lineas con diferencias para el comprador: "
               WS-Diferencias
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Importar-Confirmacion.
           MOVE WS-OT-Numero(WS-OT-Idx) TO WS-NumeroOrden
           MOVE SPACES TO WS-NombreConfirmacion
           STRING "OC-Ack-" WS-NumeroOrden ".TXT" DELIMITED SIZE
               INTO WS-NombreConfirmacion
           OPEN INPUT ConfirmacionOC
           IF WS-ConfirmacionStatus = "00" THEN
               PERFORM Limpiar-Confirmacion
               PERFORM UNTIL WS-EOF-Conf = 'Y'
                   READ ConfirmacionOC
                       AT END
                           MOVE 'Y' TO WS-EOF-Conf
                       NOT AT END
                           PERFORM Aplicar-Linea-Confirmada
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Conf
               CLOSE ConfirmacionOC
               PERFORM Evaluar-Diferencias
               MOVE WS-NumeroOrden TO OC-Numero
               MOVE 0 TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-HoyNum TO OC-Fecha-Confirmacion
                       REWRITE OC-Rec
               END-READ
               ADD 1 TO WS-Confirmadas
               DISPLAY "Orden " WS-NumeroOrden " confirmada por el "
                   "proveedor."
           END-IF
       EXIT.


      *> Antes de aplicar el archivo las lineas quedan sin
      *> confirmar, asi lo que el proveedor omite cuenta como
      *> recorte total.
       Limpiar-Confirmacion.
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 1 TO OC-Linea
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero NOT = WS-NumeroOrden THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           MOVE 0 TO OC-Cantidad-Confirmada
                           MOVE 0 TO OC-Costo-Confirmado
                           MOVE 0 TO OC-Fecha-Prometida
                           MOVE 'N' TO OC-Diferencia
                           REWRITE OC-Rec
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Aplicar-Linea-Confirmada.
           IF CF-Tipo = "D" AND CF-Orden = WS-NumeroOrden AND
                   CF-Linea IS NUMERIC AND CF-Cantidad IS NUMERIC
                   AND CF-Costo IS NUMERIC THEN
               MOVE WS-NumeroOrden TO OC-Numero
               MOVE CF-Linea TO OC-Linea
               READ OrdenesCompra
                   INVALID KEY
                       DISPLAY "  Orden " WS-NumeroOrden
                           ": la confirmacion trae la linea "
                           CF-Linea " que no existe."
                   NOT INVALID KEY
                       MOVE CF-Cantidad TO OC-Cantidad-Confirmada
                       MOVE CF-Costo TO OC-Costo-Confirmado
                       IF CF-Fecha-Prometida IS NUMERIC THEN
                           MOVE CF-Fecha-Prometida
                               TO OC-Fecha-Prometida
                           IF FUNCTION TEST-DATE-YYYYMMDD
                                   (CF-Fecha-Prometida) = 0 THEN
                               MOVE CF-Fecha-Prometida
                                   TO OC-Fecha-Esperada
                           END-IF
                       END-IF
                       REWRITE OC-Rec
               END-READ
           END-IF
       EXIT.


      *> Un recorte de cantidad o un costo por encima del acordado
      *> marca la linea para el comprador.
       Evaluar-Diferencias.
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 1 TO OC-Linea
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero NOT = WS-NumeroOrden THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF OC-Estado NOT = "ANULADA" AND
                                   (OC-Cantidad-Confirmada <
                                   OC-Cantidad-Pedida OR
                                   (OC-Costo-Unitario > 0 AND
                                   OC-Costo-Confirmado >
                                   OC-Costo-Unitario)) THEN
                               MOVE 'S' TO OC-Diferencia
                               REWRITE OC-Rec
                               ADD 1 TO WS-Diferencias
                               DISPLAY "  DIFERENCIA orden "
                                   OC-Numero " linea " OC-Linea
                                   " " OC-Product-ID ": pedido "
                                   OC-Cantidad-Pedida " a "
                                   OC-Costo-Unitario
                                   ", confirmado "
                                   OC-Cantidad-Confirmada " a "
                                   OC-Costo-Confirmado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> El comprador acepta lo confirmado (la orden pasa a pedir
      *> y costar lo que el proveedor confirmo; sin cantidad la
      *> linea se anula) o mantiene la orden como estaba.
       Revisar-Diferencias.
           MOVE 0 TO WS-Diferencias
           MOVE LOW-VALUES TO OC-Clave
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero > 0 AND OC-Linea > 0 AND
                               OC-Diferencia = 'S' THEN
                           PERFORM Revisar-Linea
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-Diferencias = 0 THEN
               DISPLAY "No hay diferencias de confirmacion "
                   "pendientes."
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Revisar-Linea.
           ADD 1 TO WS-Diferencias
           DISPLAY "Orden " OC-Numero " linea " OC-Linea " "
               OC-Product-ID " - " FUNCTION TRIM(OC-Proveedor-Nombre)
           DISPLAY "  Pedido " OC-Cantidad-Pedida " a "
               OC-Costo-Unitario
           DISPLAY "  Confirmado " OC-Cantidad-Confirmada " a "
               OC-Costo-Confirmado " para el "
               OC-Fecha-Prometida(7:2) "/" OC-Fecha-Prometida(5:2)
               "/" OC-Fecha-Prometida(1:4)
           DISPLAY "  A = aceptar lo confirmado, M = mantener la "
               "orden, Enter = dejar pendiente: "
           MOVE SPACES TO WS-Revision
           ACCEPT WS-Revision
           EVALUATE WS-Revision
               WHEN "A"
               WHEN "a"
                   IF OC-Cantidad-Confirmada < OC-Cantidad-Pedida
                           THEN
                       IF OC-Cantidad-Confirmada >
                               OC-Cantidad-Recibida THEN
                           MOVE OC-Cantidad-Confirmada
                               TO OC-Cantidad-Pedida
                       ELSE
                           MOVE OC-Cantidad-Recibida
                               TO OC-Cantidad-Pedida
                       END-IF
                       IF OC-Cantidad-Pedida = 0 THEN
                           MOVE "ANULADA" TO OC-Estado
                       END-IF
                   END-IF
                   IF OC-Costo-Confirmado > 0 THEN
                       MOVE OC-Costo-Confirmado TO OC-Costo-Unitario
                   END-IF
                   MOVE 'N' TO OC-Diferencia
                   REWRITE OC-Rec
                   DISPLAY "  Linea ajustada a lo confirmado."
               WHEN "M"
               WHEN "m"
                   MOVE 'N' TO OC-Diferencia
                   REWRITE OC-Rec
                   DISPLAY "  Se mantiene la orden; reclamar al "
                       "proveedor."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
       EXIT.


      *> Ordenes transmitidas sin confirmacion despues de los dias
      *> del parametro DIAS-CONFIRMACION-OC: la lista para el
      *> seguimiento telefonico del comprador.
       Ordenes-Sin-Confirmar.
           PERFORM Calcular-Hoy
           MOVE "3" TO WS-ValorParam
           MOVE "DIAS-CONFIRMACION-OC" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-DiasConfirmacion
           ELSE
               MOVE 3 TO WS-DiasConfirmacion
           END-IF
           MOVE 0 TO WS-Atrasadas
           OPEN INPUT Proveedores
           DISPLAY "--- Ordenes sin confirmar hace "
               WS-DiasConfirmacion " dias o mas ---"
           MOVE LOW-VALUES TO OC-Clave
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero > 0 AND OC-Linea = 0 AND
                               OC-Fecha-Transmision > 0 AND
                               OC-Fecha-Confirmacion = 0 AND
                               OC-Estado NOT = "ANULADA" AND
                               OC-Estado NOT = "RECIBIDA" THEN
                           PERFORM Evaluar-Sin-Confirmar
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
           DISPLAY "Ordenes a reclamar: " WS-Atrasadas
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Evaluar-Sin-Confirmar.
           COMPUTE WS-DiasEspera =
               FUNCTION INTEGER-OF-DATE(WS-HoyNum) -
               FUNCTION INTEGER-OF-DATE(OC-Fecha-Transmision)
           IF WS-DiasEspera >= WS-DiasConfirmacion THEN
               ADD 1 TO WS-Atrasadas
               DISPLAY OC-Numero " " OC-Proveedor-Codigo " "
                   FUNCTION TRIM(OC-Proveedor-Nombre) " - "
                   WS-DiasEspera " dias sin confirmar"
               IF WS-ProvStatus = "00" AND
                       OC-Proveedor-Codigo NOT = SPACES THEN
                   MOVE OC-Proveedor-Codigo TO PROV-Codigo
                   READ Proveedores
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY "    contacto "
                               FUNCTION TRIM(PROV-Contacto) " tel. "
                               FUNCTION TRIM(PROV-Telefono)
                   END-READ
               END-IF
           END-IF
       EXIT.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
       EXIT.


      *> La fecha esperada de las lineas de la orden sale del lead
      *> time del proveedor (o de DIAS-ENTREGA-OC si no lo tiene
      *> cargado); el comprador puede teclear otra.
       Proponer-Fecha-Esperada.
           PERFORM Calcular-Hoy
           MOVE WS-PT-Codigo(WS-PT-Idx) TO WS-ProvBuscado
           OPEN INPUT Proveedores
           PERFORM Leer-Lead-Time
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
           COMPUTE WS-FechaEsperada = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-HoyNum) + WS-LeadTime)
           DISPLAY "Fecha esperada de arribo AAAAMMDD (Enter = "
               WS-FechaEsperada ", " WS-LeadTime " dias): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF WS-Aux(1:8) IS NUMERIC AND WS-Aux(9:) = SPACES
                       THEN
                   MOVE WS-Aux(1:8) TO WS-FechaTecleada
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaTecleada)
                           = 0 THEN
                       MOVE WS-Aux(1:8) TO WS-FechaEsperada
                   ELSE
                       DISPLAY "Fecha invalida; se toma la propuesta."
                   END-IF
               ELSE
                   DISPLAY "Fecha invalida; se toma la propuesta."
               END-IF
           END-IF
       EXIT.


      *> Deja en WS-LeadTime los dias de entrega del proveedor
      *> WS-ProvBuscado (Proveedores abierto por el llamador).
       Leer-Lead-Time.
           MOVE "7" TO WS-ValorParam
           MOVE "DIAS-ENTREGA-OC" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-DiasEntrega
           ELSE
               MOVE 7 TO WS-DiasEntrega
           END-IF
           MOVE WS-DiasEntrega TO WS-LeadTime
           IF WS-ProvStatus = "00" AND WS-ProvBuscado NOT = SPACES
               THEN
               MOVE WS-ProvBuscado TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROV-Lead-Time > 0 THEN
                           MOVE PROV-Lead-Time TO WS-LeadTime
                       END-IF
               END-READ
           END-IF
       EXIT.


       Cambiar-Fecha-Esperada.
           DISPLAY "Numero de orden: "
           ACCEPT WS-NumeroConsulta
           DISPLAY "Numero de linea: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-NumeroLinea
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroLinea
           END-IF
           MOVE WS-NumeroConsulta TO OC-Numero
           MOVE WS-NumeroLinea TO OC-Linea
           IF WS-NumeroLinea = 0 THEN
               DISPLAY "Linea invalida."
           ELSE
               READ OrdenesCompra
                   INVALID KEY
                       DISPLAY "La linea " WS-NumeroLinea
                           " de la orden " WS-NumeroConsulta
                           " no existe."
                   NOT INVALID KEY
                       PERFORM Editar-Fecha-Esperada
               END-READ
           END-IF
       EXIT.


       Editar-Fecha-Esperada.
           IF OC-Estado = "RECIBIDA" OR OC-Estado = "ANULADA" THEN
               DISPLAY "La linea esta " OC-Estado "."
           ELSE
               DISPLAY "Linea " OC-Linea ": " OC-Product-ID
                   " pedido " OC-Cantidad-Pedida " recibido "
                   OC-Cantidad-Recibida
               DISPLAY "Fecha esperada actual: " OC-Fecha-Esperada
               DISPLAY "Nueva fecha esperada (AAAAMMDD): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux(1:8) IS NUMERIC AND WS-Aux(9:) = SPACES
                       THEN
                   MOVE WS-Aux(1:8) TO WS-FechaTecleada
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaTecleada)
                           = 0 THEN
                       MOVE WS-Aux(1:8) TO OC-Fecha-Esperada
                       REWRITE OC-Rec
                       IF WS-OrdenesStatus = "00" THEN
                           DISPLAY "Fecha esperada actualizada."
                       ELSE
                           CALL "Errores" USING WS-OrdenesStatus
                       END-IF
                   ELSE
                       DISPLAY "Fecha invalida; sin cambios."
                   END-IF
               ELSE
                   DISPLAY "Fecha invalida; sin cambios."
               END-IF
           END-IF
       EXIT.


      *> Seguimiento diario del comprador: lineas abiertas cuya
      *> fecha esperada ya paso o cae en los proximos 7 dias, por
      *> proveedor y comprador. Cada linea vencida lista los
      *> backorders de clientes que esta reteniendo.
       Informe-Seguimiento.
           PERFORM Calcular-Hoy
           MOVE FUNCTION INTEGER-OF-DATE(WS-HoyNum) TO WS-HoyInt
           COMPUTE WS-FinSemana =
               FUNCTION DATE-OF-INTEGER(WS-HoyInt + 7)
           MOVE 0 TO WS-Vencidas
           MOVE 0 TO WS-PorVencer
           MOVE 0 TO WS-Retenidos
           MOVE SPACES TO WS-ParamInf
           STRING "al " WS-HoyNum DELIMITED SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           OPEN INPUT Pedidos
           OPEN INPUT Proveedores
           MOVE SPACES TO WS-Linea
           STRING "SEGUIMIENTO DE ORDENES DE COMPRA AL "
               WS-HoyNum(7:2) "/" WS-HoyNum(5:2) "/" WS-HoyNum(1:4)
               " - vencidas y por vencer hasta el "
               WS-FinSemana(7:2) "/" WS-FinSemana(5:2) "/"
               WS-FinSemana(1:4) DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           SORT WorkSeguimiento ASCENDING KEY SG-Proveedor
                   SG-Comprador SG-Fecha-Esperada SG-Orden SG-Linea
               INPUT PROCEDURE Llenar-Seguimiento
               OUTPUT PROCEDURE Vaciar-Seguimiento
           MOVE SPACES TO WS-Linea
           STRING "Lineas vencidas " WS-Vencidas
               " - por vencer en la semana " WS-PorVencer
               " - backorders retenidos " WS-Retenidos
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-ProvStatus = "00" THEN
               CLOSE Proveedores
           END-IF
           IF WS-PedidosStatus = "00" THEN
               CLOSE Pedidos
           END-IF
           CLOSE Informe
           DISPLAY "Informe generado en "
               FUNCTION TRIM(WS-NombreInforme)
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Las lineas emitidas sin fecha esperada la calculan desde
      *> la emision con el lead time del proveedor.
       Llenar-Seguimiento.
           MOVE LOW-VALUES TO OC-Clave
           START OrdenesCompra KEY IS NOT LESS THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero > 0 AND OC-Linea > 0 AND
                               OC-Estado NOT = "RECIBIDA" AND
                               OC-Estado NOT = "ANULADA" AND
                               OC-Cantidad-Recibida <
                               OC-Cantidad-Pedida THEN
                           PERFORM Evaluar-Seguimiento
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Evaluar-Seguimiento.
           MOVE OC-Fecha-Esperada TO WS-FechaEsperada
           IF WS-FechaEsperada = 0 THEN
               MOVE OC-Proveedor-Codigo TO WS-ProvBuscado
               PERFORM Leer-Lead-Time
               MOVE OC-Fecha-Emision TO WS-FechaTecleada
               COMPUTE WS-FechaEsperada = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FechaTecleada)
                   + WS-LeadTime)
           END-IF
           IF WS-FechaEsperada <= WS-FinSemana THEN
               MOVE OC-Proveedor-Codigo TO SG-Proveedor
               MOVE OC-Proveedor-Nombre TO SG-Proveedor-Nombre
               MOVE OC-Usuario TO SG-Comprador
               MOVE WS-FechaEsperada TO SG-Fecha-Esperada
               MOVE OC-Numero TO SG-Orden
               MOVE OC-Linea TO SG-Linea
               MOVE OC-Product-ID TO SG-Product-ID
               COMPUTE SG-Pendiente =
                   OC-Cantidad-Pedida - OC-Cantidad-Recibida
               RELEASE SG-Rec
           END-IF
       EXIT.


       Vaciar-Seguimiento.
           MOVE HIGH-VALUES TO WS-SG-Proveedor
           MOVE HIGH-VALUES TO WS-SG-Comprador
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               RETURN WorkSeguimiento
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM Informar-Seguimiento
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Informar-Seguimiento.
           IF SG-Proveedor NOT = WS-SG-Proveedor THEN
               MOVE SG-Proveedor TO WS-SG-Proveedor
               MOVE HIGH-VALUES TO WS-SG-Comprador
               MOVE SPACES TO WS-Linea
               PERFORM Escribir-Linea
               STRING "PROVEEDOR " SG-Proveedor " "
                   SG-Proveedor-Nombre DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           IF SG-Comprador NOT = WS-SG-Comprador THEN
               MOVE SG-Comprador TO WS-SG-Comprador
               STRING "  Comprador " SG-Comprador
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           COMPUTE WS-DiasAtraso = WS-HoyInt -
               FUNCTION INTEGER-OF-DATE(SG-Fecha-Esperada)
           IF WS-DiasAtraso > 0 THEN
               ADD 1 TO WS-Vencidas
               STRING "    VENCIDA  OC " SG-Orden "/" SG-Linea " "
                   SG-Product-ID " pendiente " SG-Pendiente
                   " esperada " SG-Fecha-Esperada(7:2) "/"
                   SG-Fecha-Esperada(5:2) "/" SG-Fecha-Esperada(1:4)
                   " - " WS-DiasAtraso " dias de atraso"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Informar-Backorders-Retenidos
           ELSE
               ADD 1 TO WS-PorVencer
               STRING "    SEMANA   OC " SG-Orden "/" SG-Linea " "
                   SG-Product-ID " pendiente " SG-Pendiente
                   " esperada " SG-Fecha-Esperada(7:2) "/"
                   SG-Fecha-Esperada(5:2) "/" SG-Fecha-Esperada(1:4)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Informar-Backorders-Retenidos.
           IF WS-PedidosStatus = "00" THEN
               MOVE LOW-VALUES TO PD-Clave
               START Pedidos KEY IS NOT LESS THAN PD-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Ped
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Ped
               END-START
               PERFORM UNTIL WS-EOF-Ped = 'Y'
                   READ Pedidos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Ped
                       NOT AT END
                           IF PD-Numero > 0 AND PD-Linea > 0 AND
                                   PD-Product-ID = SG-Product-ID AND
                                   PD-Estado NOT = "ANULADO" AND
                                   PD-Directo NOT = "S" AND
                                   PD-Cantidad-Despachada <
                                   PD-Cantidad-Pedida THEN
                               ADD 1 TO WS-Retenidos
                               COMPUTE WS-Pendiente =
                                   PD-Cantidad-Pedida -
                                   PD-Cantidad-Despachada
                               STRING "        retiene pedido "
                                   PD-Numero "/" PD-Linea " cliente "
                                   PD-Cliente " pendiente "
                                   WS-Pendiente DELIMITED SIZE
                                   INTO WS-Linea
                               PERFORM Escribir-Linea
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Ped
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


      *> Entrega mensual de un contrato marco: sale como una orden
      *> comun al proveedor del contrato, con una linea al precio
      *> pactado. El compromiso ya esta negociado, asi que no pasa
      *> por cotizaciones ni por el control de presupuesto.
       Liberar-Contrato.
           DISPLAY "Numero de contrato marco: "
           MOVE 0 TO WS-Contrato
           ACCEPT WS-Contrato
           MOVE 'N' TO WS-ContratoOk
           CALL "Contratos-Compra" USING 2, WS-Usuario, WS-Contrato,
               WS-ContratoProd, WS-ContratoProv, WS-ContratoPrecio,
               WS-ContratoSaldo, WS-ContratoOk
           IF WS-ContratoOk NOT = 'S' THEN
               DISPLAY "El contrato no existe, no esta vigente o no "
                   "tiene saldo."
           ELSE
               DISPLAY "Contrato " WS-Contrato ": producto "
                   WS-ContratoProd " de " WS-ContratoProv " a "
                   WS-ContratoPrecio " - saldo " WS-ContratoSaldo
               DISPLAY "Cantidad a liberar (Enter = saldo): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux = SPACES THEN
                   MOVE WS-ContratoSaldo TO WS-CantPedida
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantPedida
                   ELSE
                       MOVE 0 TO WS-CantPedida
                   END-IF
               END-IF
               IF WS-CantPedida = 0 THEN
                   DISPLAY "Entrega cancelada."
               ELSE
                   IF WS-CantPedida > WS-ContratoSaldo THEN
                       DISPLAY "La cantidad supera el saldo del "
                           "contrato; no se libero."
                   ELSE
                       PERFORM Emitir-Liberacion
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Emitir-Liberacion.
           MOVE 1 TO WS-ProveedoresUsados
           MOVE 1 TO WS-PT-Idx
           MOVE WS-ContratoProv TO WS-PT-Codigo(1)
           MOVE SPACES TO WS-PT-Nombre(1)
           OPEN INPUT Proveedores
           IF WS-ProvStatus = "00" THEN
               MOVE WS-ContratoProv TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROV-Nombre TO WS-PT-Nombre(1)
               END-READ
               CLOSE Proveedores
           END-IF
           PERFORM Proponer-Fecha-Esperada
           MOVE WS-ProximoNumero TO WS-NumeroOrden
           MOVE 1 TO WS-NumeroLinea
           INITIALIZE OC-Rec
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE WS-NumeroLinea TO OC-Linea
           MOVE WS-PT-Codigo(1) TO OC-Proveedor-Codigo
           MOVE WS-PT-Nombre(1) TO OC-Proveedor-Nombre
           MOVE "PENDIENTE" TO OC-Estado
           MOVE WS-ContratoProd TO OC-Product-ID
           MOVE WS-CantPedida TO OC-Cantidad-Pedida
           MOVE 0 TO OC-Cantidad-Recibida
           MOVE WS-ContratoPrecio TO OC-Costo-Unitario
           MOVE WS-FechaEsperada TO OC-Fecha-Esperada
           MOVE WS-Contrato TO OC-Contrato
           PERFORM Fechar-Orden
           MOVE WS-Usuario TO OC-Usuario
           WRITE OC-Rec
           IF WS-OrdenesStatus = "00" THEN
               PERFORM Escribir-Cabecera-Orden
               ADD 1 TO WS-ProximoNumero
               PERFORM Guardar-Proximo-Numero
               CALL "Contratos-Compra" USING 3, WS-Usuario,
                   WS-Contrato, WS-ContratoProd, WS-ContratoProv,
                   WS-ContratoPrecio, WS-CantPedida, WS-ContratoOk
               DISPLAY "Orden " WS-NumeroOrden " emitida contra el "
                   "contrato " WS-Contrato "."
           ELSE
               CALL "Errores" USING WS-OrdenesStatus
           END-IF
       EXIT.


      *> Las lineas de pedido marcadas de entrega directa se compran
      *> al proveedor para que despache al domicilio del cliente:
      *> una orden por pedido y proveedor, atada al pedido en la
      *> cabecera (OC-Pedido) y a la linea del pedido en cada linea
      *> (OC-Pedido-Linea). La compra la respalda la venta, asi que
      *> no pasa por alertas, cotizaciones ni presupuesto.
       Generar-Entregas-Directas.
           MOVE 0 TO WS-OrdenesGeneradas
           MOVE 0 TO WS-LineasGeneradas
           OPEN I-O Pedidos
           IF WS-PedidosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PedidosStatus
           ELSE
               PERFORM Cargar-Pedidos-Directos
               IF WS-DP-Usadas = 0 THEN
                   DISPLAY "No hay lineas de entrega directa sin "
                       "orden de compra."
               ELSE
                   PERFORM VARYING WS-DP-Idx FROM 1 BY 1
                           UNTIL WS-DP-Idx > WS-DP-Usadas
                       PERFORM Generar-Directas-Pedido
                   END-PERFORM
                   PERFORM Guardar-Proximo-Numero
                   DISPLAY "Ordenes generadas: " WS-OrdenesGeneradas
                   DISPLAY "Lineas generadas: " WS-LineasGeneradas
               END-IF
               CLOSE Pedidos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Pedidos-Directos.
           MOVE 0 TO WS-DP-Usadas
           MOVE 0 TO WS-DP-Ultimo
           MOVE LOW-VALUES TO PD-Clave
           START Pedidos KEY IS NOT LESS THAN PD-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Ped
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Ped
           END-START
           PERFORM UNTIL WS-EOF-Ped = 'Y'
               READ Pedidos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Ped
                   NOT AT END
                       IF PD-Numero > 0 AND PD-Linea > 0 AND
                               PD-Directo = "S" AND
                               PD-OC-Directa = 0 AND
                               PD-Estado NOT = "ANULADO" AND
                               PD-Cantidad-Despachada <
                               PD-Cantidad-Pedida AND
                               PD-Numero NOT = WS-DP-Ultimo AND
                               WS-DP-Usadas < 100 THEN
                           ADD 1 TO WS-DP-Usadas
                           MOVE PD-Numero TO WS-DP-Numero(WS-DP-Usadas)
                           MOVE PD-Numero TO WS-DP-Ultimo
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Ped
       EXIT.


       Generar-Directas-Pedido.
           MOVE WS-DP-Numero(WS-DP-Idx) TO WS-PedidoDirecto
           MOVE 'N' TO WS-DomicilioOk
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "--- Pedido " WS-PedidoDirecto
                       " - cliente " PD-Cliente " ---"
                   IF PD-Estado NOT = "ANULADO" THEN
                       PERFORM Asegurar-Domicilio-Directo
                   END-IF
           END-READ
           IF WS-DomicilioOk = 'S' THEN
               PERFORM Cargar-Lineas-Directas
               PERFORM VARYING WS-LD-Idx FROM 1 BY 1
                       UNTIL WS-LD-Idx > WS-LD-Usadas
                   IF WS-LD-Hecha(WS-LD-Idx) = 'N' THEN
                       PERFORM Generar-Orden-Directa
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PedidoDirecto
       EXIT.


      *> Sin domicilio de entrega el proveedor no sabe a donde
      *> despachar: si el pedido no lo trae se elige ahora entre
      *> los del cliente y queda grabado en la cabecera. PD-Rec
      *> trae la cabecera del pedido.
       Asegurar-Domicilio-Directo.
           INITIALIZE DM-Rec
           MOVE PD-Cliente TO DM-Cliente
           MOVE PD-Domicilio TO DM-Codigo
           IF PD-Domicilio > 0 THEN
               CALL "Domicilios-Entrega" USING 2, WS-Usuario,
                   WS-DomicilioOk, WS-FechaDomicilio, DM-Rec
           ELSE
               CALL "Domicilios-Entrega" USING 1, WS-Usuario,
                   WS-DomicilioOk, WS-FechaDomicilio, DM-Rec
               IF WS-DomicilioOk = 'S' THEN
                   MOVE DM-Codigo TO PD-Domicilio
                   REWRITE PD-Rec
               END-IF
           END-IF
           IF WS-DomicilioOk = 'S' THEN
               DISPLAY "Entrega en " FUNCTION TRIM(DM-Direccion)
                   ", " FUNCTION TRIM(DM-Localidad)
           ELSE
               DISPLAY "El cliente no tiene domicilio de entrega "
                   "cargado; el pedido queda sin orden."
           END-IF
       EXIT.


       Cargar-Lineas-Directas.
           MOVE 0 TO WS-LD-Usadas
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE 0 TO PD-Linea
           START Pedidos KEY IS GREATER THAN PD-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Ped
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Ped
           END-START
           PERFORM UNTIL WS-EOF-Ped = 'Y'
               READ Pedidos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Ped
                   NOT AT END
                       IF PD-Numero NOT = WS-PedidoDirecto THEN
                           MOVE 'Y' TO WS-EOF-Ped
                       ELSE
                           IF PD-Directo = "S" AND
                                   PD-OC-Directa = 0 AND
                                   PD-Estado NOT = "ANULADO" AND
                                   PD-Cantidad-Despachada <
                                   PD-Cantidad-Pedida AND
                                   WS-LD-Usadas < 50 THEN
                               PERFORM Agregar-Linea-Directa
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Ped
       EXIT.


      *> El proveedor sale del cruce producto-proveedor (el activo
      *> de mejor rango, con su ultimo costo); si el producto no lo
      *> tiene se teclea. Una linea sin proveedor queda para otra
      *> corrida.
       Agregar-Linea-Directa.
           ADD 1 TO WS-LD-Usadas
           MOVE WS-LD-Usadas TO WS-LD-J
           MOVE 0 TO WS-LD-Linea(WS-LD-J)
           MOVE PD-Linea TO WS-LD-Pedido-Linea(WS-LD-J)
           MOVE PD-Product-ID TO WS-LD-Product-ID(WS-LD-J)
           COMPUTE WS-LD-Cantidad(WS-LD-J) =
               PD-Cantidad-Pedida - PD-Cantidad-Despachada
           MOVE 'N' TO WS-LD-Hecha(WS-LD-J)
           MOVE SPACES TO WS-LD-Proveedor(WS-LD-J)
           MOVE 0 TO WS-LD-Costo(WS-LD-J)
           MOVE SPACES TO WS-CodigoArt
           MOVE 'N' TO WS-ProdProvOk
           CALL "Producto-Proveedor" USING 1, PD-Product-ID,
               WS-LD-Proveedor(WS-LD-J), WS-CodigoArt,
               WS-LD-Costo(WS-LD-J), WS-ProdProvOk
           IF WS-ProdProvOk NOT = 'S' THEN
               MOVE SPACES TO WS-LD-Proveedor(WS-LD-J)
               MOVE 0 TO WS-LD-Costo(WS-LD-J)
               DISPLAY "Linea " PD-Linea ": " PD-Product-ID
                   " sin proveedor activo en el cruce."
               DISPLAY "  Proveedor que entrega (en blanco = "
                   "dejarla para otra corrida): "
               ACCEPT WS-LD-Proveedor(WS-LD-J)
           END-IF
           IF WS-LD-Proveedor(WS-LD-J) = SPACES THEN
               MOVE 'S' TO WS-LD-Hecha(WS-LD-J)
           END-IF
       EXIT.


      *> Una orden por proveedor: toma la linea WS-LD-Idx y todas
      *> las siguientes del mismo proveedor.
       Generar-Orden-Directa.
           MOVE WS-ProximoNumero TO WS-NumeroOrden
           MOVE 0 TO WS-NumeroLinea
           MOVE 1 TO WS-ProveedoresUsados
           MOVE 1 TO WS-PT-Idx
           MOVE WS-LD-Proveedor(WS-LD-Idx) TO WS-PT-Codigo(1)
           MOVE SPACES TO WS-PT-Nombre(1)
           OPEN INPUT Proveedores
           IF WS-ProvStatus = "00" THEN
               MOVE WS-PT-Codigo(1) TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       DISPLAY "Aviso: el proveedor " WS-PT-Codigo(1)
                           " no esta registrado en Proveedores.DAT."
                   NOT INVALID KEY
                       MOVE PROV-Nombre TO WS-PT-Nombre(1)
               END-READ
               CLOSE Proveedores
           END-IF
           DISPLAY "--- Orden " WS-NumeroOrden " - Proveedor: "
               WS-PT-Codigo(1) " " FUNCTION TRIM(WS-PT-Nombre(1))
               " ---"
           PERFORM Proponer-Fecha-Esperada
           PERFORM VARYING WS-LD-J FROM WS-LD-Idx BY 1
                   UNTIL WS-LD-J > WS-LD-Usadas
               IF WS-LD-Hecha(WS-LD-J) = 'N' AND
                       WS-LD-Proveedor(WS-LD-J) = WS-PT-Codigo(1)
                       THEN
                   PERFORM Generar-Linea-Directa
               END-IF
           END-PERFORM
           IF WS-NumeroLinea > 0 THEN
               PERFORM Escribir-Cabecera-Orden
               ADD 1 TO WS-OrdenesGeneradas
               ADD 1 TO WS-ProximoNumero
           END-IF
       EXIT.


       Generar-Linea-Directa.
           MOVE 'S' TO WS-LD-Hecha(WS-LD-J)
           DISPLAY "Linea " WS-LD-Pedido-Linea(WS-LD-J)
               " del pedido: " WS-LD-Product-ID(WS-LD-J)
               " cantidad " WS-LD-Cantidad(WS-LD-J)
           DISPLAY "  Costo unitario acordado (Enter = "
               WS-LD-Costo(WS-LD-J) "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux)
                       TO WS-LD-Costo(WS-LD-J)
               END-IF
           END-IF
           ADD 1 TO WS-NumeroLinea
           INITIALIZE OC-Rec
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE WS-NumeroLinea TO OC-Linea
           MOVE WS-PT-Codigo(1) TO OC-Proveedor-Codigo
           MOVE WS-PT-Nombre(1) TO OC-Proveedor-Nombre
           MOVE "PENDIENTE" TO OC-Estado
           MOVE WS-LD-Product-ID(WS-LD-J) TO OC-Product-ID
           MOVE WS-LD-Cantidad(WS-LD-J) TO OC-Cantidad-Pedida
           MOVE 0 TO OC-Cantidad-Recibida
           MOVE WS-LD-Costo(WS-LD-J) TO OC-Costo-Unitario
           MOVE WS-FechaEsperada TO OC-Fecha-Esperada
           MOVE WS-PedidoDirecto TO OC-Pedido
           MOVE WS-LD-Pedido-Linea(WS-LD-J) TO OC-Pedido-Linea
           PERFORM Fechar-Orden
           MOVE WS-Usuario TO OC-Usuario
           WRITE OC-Rec
           IF WS-OrdenesStatus = "00" THEN
               ADD 1 TO WS-LineasGeneradas
               MOVE WS-PedidoDirecto TO PD-Numero
               MOVE WS-LD-Pedido-Linea(WS-LD-J) TO PD-Linea
               READ Pedidos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NumeroOrden TO PD-OC-Directa
                       REWRITE PD-Rec
               END-READ
           ELSE
               CALL "Errores" USING WS-OrdenesStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           END-IF
       EXIT.


      *> El proveedor avisa que entrego al cliente: lo entregado
      *> suma a lo recibido de la orden (contra eso se controla su
      *> factura) y sale en un remito DESPACHADO a nombre del
      *> cliente, listo para facturar. Nada de esto toca el stock,
      *> los lotes ni las capas de costo: la mercaderia nunca paso
      *> por el deposito.
       Confirmar-Entrega-Directa.
           DISPLAY "Numero de orden de entrega directa: "
           MOVE 0 TO WS-NumeroOrden
           ACCEPT WS-NumeroOrden
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
           READ OrdenesCompra
               INVALID KEY
                   DISPLAY "La orden " WS-NumeroOrden " no existe."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OC-Pedido = 0
                           DISPLAY "La orden no es de entrega "
                               "directa; se recibe en Recepciones."
                       WHEN OC-Estado = "RECIBIDA" OR
                               OC-Estado = "ANULADA"
                           DISPLAY "La orden esta " OC-Estado "."
                       WHEN OTHER
                           PERFORM Capturar-Entrega-Directa
                   END-EVALUATE
           END-READ
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Entrega-Directa.
           MOVE OC-Pedido TO WS-PedidoDirecto
           DISPLAY "Orden " WS-NumeroOrden " de "
               FUNCTION TRIM(OC-Proveedor-Nombre) " para el pedido "
               WS-PedidoDirecto
           MOVE 0 TO WS-LD-Usadas
           MOVE 0 TO WS-Entregadas
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero NOT = WS-NumeroOrden THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF OC-Estado NOT = "ANULADA" AND
                                   OC-Estado NOT = "RECIBIDA" AND
                                   WS-LD-Usadas < 50 THEN
                               PERFORM Capturar-Linea-Entregada
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-Entregadas = 0 THEN
               DISPLAY "Sin cantidades entregadas; la orden no "
                   "cambia."
           ELSE
               OPEN I-O Pedidos
               IF WS-PedidosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-PedidosStatus
               ELSE
                   PERFORM Abrir-Remitos
                   IF WS-RemitosStatus = "00" THEN
                       PERFORM Grabar-Entrega-Directa
                       CLOSE Remitos
                   ELSE
                       CALL "Errores" USING WS-RemitosStatus
                   END-IF
                   CLOSE Pedidos
               END-IF
           END-IF
           MOVE 0 TO WS-PedidoDirecto
       EXIT.


       Capturar-Linea-Entregada.
           COMPUTE WS-Pendiente =
               OC-Cantidad-Pedida - OC-Cantidad-Recibida
           DISPLAY "Linea " OC-Linea ": " OC-Product-ID " pedido "
               OC-Cantidad-Pedida " entregado " OC-Cantidad-Recibida
           DISPLAY "  Cantidad entregada al cliente (Enter = "
               WS-Pendiente ", 0 = nada): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux = SPACES THEN
               MOVE WS-Pendiente TO WS-CantPedida
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantPedida
               ELSE
                   MOVE 0 TO WS-CantPedida
               END-IF
           END-IF
           IF WS-CantPedida > WS-Pendiente THEN
               DISPLAY "  Supera lo pendiente; se toma "
                   WS-Pendiente "."
               MOVE WS-Pendiente TO WS-CantPedida
           END-IF
           IF WS-CantPedida > 0 THEN
               ADD 1 TO WS-LD-Usadas
               MOVE OC-Linea TO WS-LD-Linea(WS-LD-Usadas)
               MOVE OC-Pedido-Linea
                   TO WS-LD-Pedido-Linea(WS-LD-Usadas)
               MOVE OC-Product-ID TO WS-LD-Product-ID(WS-LD-Usadas)
               MOVE OC-Proveedor-Codigo
                   TO WS-LD-Proveedor(WS-LD-Usadas)
               MOVE OC-Costo-Unitario TO WS-LD-Costo(WS-LD-Usadas)
               MOVE WS-CantPedida TO WS-LD-Cantidad(WS-LD-Usadas)
               ADD WS-CantPedida TO WS-Entregadas
           END-IF
       EXIT.


       Grabar-Entrega-Directa.
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE 0 TO PD-Linea
           MOVE SPACES TO WS-ClienteDirecto
           MOVE 'N' TO WS-DomicilioOk
           INITIALIZE DM-Rec
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Leer-Destino-Directo
           END-READ
           MOVE WS-ProximoRemito TO WS-NumeroRemito
           INITIALIZE RM-Rec
           MOVE WS-NumeroRemito TO RM-Numero
           MOVE 0 TO RM-Linea
           PERFORM Completar-Remito-Directo
           MOVE DM-Codigo TO RM-Domicilio
           WRITE RM-Rec
           IF WS-RemitosStatus NOT = "00" THEN
               CALL "Errores" USING WS-RemitosStatus
           ELSE
               PERFORM VARYING WS-LD-Idx FROM 1 BY 1
                       UNTIL WS-LD-Idx > WS-LD-Usadas
                   PERFORM Registrar-Linea-Entregada
               END-PERFORM
               ADD 1 TO WS-ProximoRemito
               PERFORM Guardar-Proximo-Remito
               PERFORM Actualizar-Orden-Directa
               PERFORM Actualizar-Pedido-Directo
               DISPLAY "Remito " WS-NumeroRemito " DESPACHADO al "
                   "cliente " WS-ClienteDirecto "; queda listo para "
                   "facturar."
           END-IF
       EXIT.


      *> Datos comunes a la cabecera y las lineas del remito.
       Completar-Remito-Directo.
           MOVE WS-ClienteDirecto TO RM-Cliente
           MOVE DM-Direccion TO RM-Destino
           MOVE "DESPACHADO" TO RM-Estado
           MOVE WS-PedidoDirecto TO RM-Pedido
           MOVE 'S' TO RM-Directo
           MOVE WS-NumeroOrden TO RM-OC-Directa
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO RM-Dia
           MOVE WS-Fecha(5:2) TO RM-Mes
           MOVE WS-Fecha(1:4) TO RM-Ano
           ADD WS-Year TO RM-Ano GIVING RM-Ano
           MOVE WS-Usuario TO RM-Usuario
       EXIT.


      *> Una linea entregada: linea del remito (con el costo de la
      *> orden como costo de la venta), lo recibido de la linea de
      *> la orden con su registro de arribo para la evaluacion del
      *> proveedor, y lo despachado de la linea del pedido.
       Registrar-Linea-Entregada.
           INITIALIZE RM-Rec
           MOVE WS-NumeroRemito TO RM-Numero
           MOVE WS-LD-Idx TO RM-Linea
           PERFORM Completar-Remito-Directo
           MOVE WS-LD-Product-ID(WS-LD-Idx) TO RM-Product-ID
           MOVE WS-LD-Cantidad(WS-LD-Idx) TO RM-Cantidad
           MOVE WS-LD-Pedido-Linea(WS-LD-Idx) TO RM-Pedido-Linea
           MOVE WS-LD-Costo(WS-LD-Idx) TO RM-Costo-Unitario
           WRITE RM-Rec
           IF WS-RemitosStatus NOT = "00" THEN
               CALL "Errores" USING WS-RemitosStatus
           END-IF
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE WS-LD-Linea(WS-LD-Idx) TO OC-Linea
           READ OrdenesCompra
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-LD-Cantidad(WS-LD-Idx)
                       TO OC-Cantidad-Recibida
                   IF OC-Cantidad-Recibida >= OC-Cantidad-Pedida
                       THEN
                       MOVE "RECIBIDA" TO OC-Estado
                   ELSE
                       MOVE "PARCIAL" TO OC-Estado
                   END-IF
                   REWRITE OC-Rec
                   PERFORM Registrar-Arribo-Directo
           END-READ
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE WS-LD-Pedido-Linea(WS-LD-Idx) TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-LD-Cantidad(WS-LD-Idx)
                       TO PD-Cantidad-Despachada
                   IF PD-Cantidad-Despachada >= PD-Cantidad-Pedida
                       THEN
                       MOVE "COMPLETO" TO PD-Estado
                   ELSE
                       MOVE "PARCIAL" TO PD-Estado
                   END-IF
                   REWRITE PD-Rec
           END-READ
       EXIT.


      *> OC-Rec trae la linea de la orden ya actualizada.
       Registrar-Arribo-Directo.
           INITIALIZE RC-Rec
           PERFORM Calcular-Hoy
           MOVE WS-HoyNum TO RC-Fecha
           MOVE OC-Numero TO RC-Orden
           MOVE OC-Linea TO RC-Linea
           MOVE OC-Proveedor-Codigo TO RC-Proveedor
           MOVE OC-Product-ID TO RC-Product-ID
           MOVE WS-LD-Cantidad(WS-LD-Idx) TO RC-Cantidad
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


       Actualizar-Orden-Directa.
           MOVE 0 TO WS-LineasVivas
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
           START OrdenesCompra KEY IS GREATER THAN OC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ OrdenesCompra NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF OC-Numero NOT = WS-NumeroOrden THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF OC-Estado NOT = "RECIBIDA" AND
                                   OC-Estado NOT = "ANULADA" THEN
                               ADD 1 TO WS-LineasVivas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-NumeroOrden TO OC-Numero
           MOVE 0 TO OC-Linea
           READ OrdenesCompra
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LineasVivas = 0 THEN
                       MOVE "RECIBIDA" TO OC-Estado
                   ELSE
                       MOVE "PARCIAL" TO OC-Estado
                   END-IF
                   REWRITE OC-Rec
                   DISPLAY "Orden " WS-NumeroOrden " queda "
                       OC-Estado "."
           END-READ
       EXIT.


       Actualizar-Pedido-Directo.
           MOVE 0 TO WS-LineasVivas
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE 0 TO PD-Linea
           START Pedidos KEY IS GREATER THAN PD-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Ped
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Ped
           END-START
           PERFORM UNTIL WS-EOF-Ped = 'Y'
               READ Pedidos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Ped
                   NOT AT END
                       IF PD-Numero NOT = WS-PedidoDirecto THEN
                           MOVE 'Y' TO WS-EOF-Ped
                       ELSE
                           IF PD-Estado NOT = "ANULADO" AND
                                   PD-Cantidad-Despachada <
                                   PD-Cantidad-Pedida THEN
                               ADD 1 TO WS-LineasVivas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Ped
           MOVE WS-PedidoDirecto TO PD-Numero
           MOVE 0 TO PD-Linea
           READ Pedidos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-LineasVivas = 0 THEN
                       MOVE "COMPLETO" TO PD-Estado
                   ELSE
                       MOVE "PARCIAL" TO PD-Estado
                   END-IF
                   REWRITE PD-Rec
           END-READ
       EXIT.


      *> El registro de control 000000/000 de Remitos.DAT guarda el
      *> proximo numero de remito, el mismo que usa Remitos.
       Abrir-Remitos.
           OPEN I-O Remitos
           IF WS-RemitosStatus = "35" THEN
               CLOSE Remitos
               OPEN OUTPUT Remitos
               CLOSE Remitos
               OPEN I-O Remitos
           END-IF
           IF WS-RemitosStatus = "00" THEN
               MOVE 0 TO RM-Numero
               MOVE 0 TO RM-Linea
               READ Remitos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoRemito
                       INITIALIZE RM-Rec
                       MOVE 0 TO RM-Numero
                       MOVE 0 TO RM-Linea
                       MOVE WS-ProximoRemito TO RM-Proximo-Numero
                       WRITE RM-Rec
                   NOT INVALID KEY
                       MOVE RM-Proximo-Numero TO WS-ProximoRemito
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Remito.
           MOVE 0 TO RM-Numero
           MOVE 0 TO RM-Linea
           READ Remitos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoRemito TO RM-Proximo-Numero
                   REWRITE RM-Rec
           END-READ
       EXIT.
