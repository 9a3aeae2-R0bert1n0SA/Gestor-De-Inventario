               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT NotasCredito ASSIGN TO 'Notas-Credito.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-Clave
               FILE STATUS IS WS-NotasStatus.

           SELECT Cuarentena ASSIGN TO 'Cuarentena.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-Clave
               FILE STATUS IS WS-CuarentenaStatus.

           SELECT Pedidos ASSIGN TO 'Pedidos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-Clave
               FILE STATUS IS WS-PedidosStatus.

           SELECT PadronIIBB ASSIGN TO 'Padron-IIBB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-Clave
               FILE STATUS IS WS-PadronStatus.

           SELECT Documento ASSIGN TO WS-NombreDoc
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DocStatus.

           SELECT SolicitudCAE ASSIGN TO WS-NombreSolicitud
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SolicitudStatus.

           SELECT RespuestaCAE ASSIGN TO WS-NombreRespuesta
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RespuestaStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Facturas.
       FD  Clientes.
           COPY CLIENTE.

       FD  NotasCredito.
           COPY NOTA-CREDITO.

       FD  Cuarentena.
      *>  Mismo layout que declara Devoluciones, duenio del archivo;
      *>  aca solo se consulta la devolucion que respalda una nota
      *>  de credito por mercaderia devuelta. CU-Cliente es el codigo
      *>  del cliente que devolvio.
       01  CU-Rec.
           05 CU-Clave.
               10 CU-Product-ID        PIC X(10).
               10 CU-Secuencia         PIC 9(4).
           05 CU-Cantidad              PIC 9(7).
           05 CU-Cliente               PIC X(50).
           05 CU-Motivo                PIC X(50).
           05 CU-Estado                PIC X(10).
           05 CU-Fecha.
               10 CU-Ano               PIC 9(4).
               10 CU-Mes               PIC 9(2).
               10 CU-Dia               PIC 99.
           05 CU-Usuario               PIC X(10).

       FD  Pedidos.
           COPY PEDIDO.

       FD  PadronIIBB.
           COPY PADRON-IIBB.

       FD  Documento.
       01  Doc-Linea                   PIC X(120).

       FD  SolicitudCAE.
       01  SC-Rec.
      *>  Solicitud de autorizacion de una factura, un archivo por
      *>  factura (CAE-Sol-nnnnnn.TXT, con el numero interno). La
      *>  interfaz con el organismo la levanta y deja la respuesta
      *>  en CAE-Res-nnnnnn.TXT.
           05 SC-Tipo                  PIC X(3).
           05 SC-CUIT-Emisor           PIC X(11).
           05 SC-Letra                 PIC X(1).
           05 SC-Punto-Venta           PIC 9(4).
           05 SC-Numero                PIC 9(8).
           05 SC-Fecha                 PIC 9(8).
           05 SC-CUIT-Cliente          PIC X(13).
           05 SC-Condicion-IVA         PIC X(2).
           05 SC-Neto                  PIC 9(13)V99.
           05 SC-IVA                   PIC 9(13)V99.
           05 SC-Percepcion-IIBB       PIC 9(13)V99.
           05 SC-Total                 PIC 9(13)V99.
           05 SC-Interno               PIC 9(6).
           05 SC-Intento               PIC 9(2).

       FD  RespuestaCAE.
       01  RS-Rec.
      *>  RS-Resultado: A (autorizada, con CAE y vencimiento) o R
      *>  (rechazada, con el motivo).
           05 RS-Interno               PIC 9(6).
           05 RS-Intento               PIC 9(2).
           05 RS-Resultado             PIC X(1).
           05 RS-CAE                   PIC X(14).
           05 RS-CAE-Vto               PIC 9(8).
           05 RS-Motivo                PIC X(40).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-FacturasStatus    PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-DocStatus         PIC XX.
               05 WS-NotasStatus       PIC XX.
               05 WS-CuarentenaStatus  PIC XX.
               05 WS-SolicitudStatus   PIC XX.
               05 WS-RespuestaStatus   PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-PadronStatus      PIC XX.
               05 WS-PedidosStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-PrecioOk              PIC X(1).
           01 WS-TasaLinea             PIC 9(2)V99.
           01 WS-TasaOk                PIC X(1).
           01 WS-Sucursal              PIC X(4).
           01 WS-Letra                 PIC X(1).
           01 WS-PuntoVenta            PIC 9(4).
           01 WS-NumeroLegal           PIC 9(8).
           01 WS-NumeracionOk          PIC X(1).
           01 WS-CondicionIVA          PIC X(2).
           01 WS-CondicionEmpresa      PIC X(2).
           01 WS-ClienteCUIT           PIC X(13).
           01 WS-PrecioFinal           PIC 9(7)V99.
           01 WS-ImporteFinal          PIC 9(13)V99.
           01 WS-NombreSolicitud       PIC X(40).
           01 WS-NombreRespuesta       PIC X(40).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "SIN-CAE".
           01 WS-ParamInf              PIC X(40).
           01 WS-CUITEmpresa           PIC X(11).
           01 WS-FechaDoc              PIC 9(8).
           01 WS-Intento               PIC 9(2).
           01 WS-Autorizadas           PIC 9(4).
           01 WS-Rechazadas            PIC 9(4).
           01 WS-SinRespuesta          PIC 9(4).
           01 WS-Jurisdiccion          PIC X(3).
           01 WS-AlicuotaIIBB          PIC 9(2)V99.
           01 WS-Percepcion            PIC 9(13)V99.
           01 WS-MinimoIIBB            PIC 9(13)V99.
           01 WS-CUITPadron            PIC X(11).
           01 WS-CUITIdx               PIC 9(2).
           01 WS-CUITLargo             PIC 9(2).
           01 WS-HoyNum                PIC 9(8).
           01 WS-DiasSinCAE            PIC 9(5).
           01 WS-FacturaNeto           PIC 9(13)V99.
           01 WS-FacturaPercepcion     PIC 9(13)V99.
           01 WS-PeriodoOk             PIC X(1).
           01 WS-PedidosAbierto        PIC X(1).
           01 WS-Vendedor              PIC X(10).
           01 WS-VendedorCliente       PIC X(10).
           01 WS-VendedorPedido        PIC X(10).
           01 WS-VendedorNuevo         PIC X(10).
           01 WS-VendedorNombre        PIC X(50).
           01 WS-VendedorOk            PIC X(1).

      *>   Margen realizado de una factura, linea por linea y total.
           01 WS-MR-Venta              PIC S9(13)V99.
           01 WS-MR-Costo              PIC 9(13)V99.
           01 WS-MR-Margen             PIC S9(13)V99.
           01 WS-MR-Pct                PIC S9(5)V99.
           01 WS-MR-TotVenta           PIC S9(13)V99.
           01 WS-MR-TotCosto           PIC 9(13)V99.
           01 WS-MR-TotMargen          PIC S9(13)V99.
           01 WS-MR-SinCosto           PIC 9(3).
           01 WS-EdMargen              PIC -Z(12)9.99.
           01 WS-EdPct                 PIC -Z(4)9.99.

      *>   Facturas PENDIENTE levantadas antes de procesar sus
      *>   respuestas (procesar una mueve el puntero del archivo).
           01 WS-PendientesTabla.
               05 WS-PE-Numero OCCURS 200 TIMES PIC 9(6).
           01 WS-PE-Usadas             PIC 9(3).
           01 WS-PE-Idx                PIC 9(3).

      *>   IVA de la factura abierto por tasa, para el pie de la
      *>   factura A.
           01 WS-TasasTabla.
               05 WS-TI-Entry OCCURS 6 TIMES.
                   10 WS-TI-Tasa           PIC 9(2)V99.
                   10 WS-TI-Neto           PIC 9(13)V99.
                   10 WS-TI-IVA            PIC 9(13)V99.
           01 WS-TI-Usadas             PIC 9(2).
           01 WS-TI-Idx                PIC 9(2).
           01 WS-TI-Hallada            PIC X(1).

           01 WS-LineasTabla.
               05 WS-Linea-Entry OCCURS 50 TIMES.
                   10 WS-LT-Precio         PIC 9(5)V99.
                   10 WS-LT-Importe        PIC 9(13)V99.
                   10 WS-LT-Tasa           PIC 9(2)V99.
                   10 WS-LT-Costo          PIC 9(5)V99.
           01 WS-LineasUsadas          PIC 9(2) VALUE 0.
           01 WS-LT-Idx                PIC 9(2).

      *>   Nota de credito en armado: una fila por linea de la
      *>   factura de origen, con lo que ya tenia acreditado y lo
      *>   que acredita esta nota.
           01 WS-NumeroNota            PIC 9(6).
           01 WS-ProximaNota           PIC 9(6).
           01 WS-MotivoNota            PIC X(3).
           01 WS-MotivoOp              PIC 9(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-CantidadNota          PIC 9(7).
           01 WS-PrecioNota            PIC 9(5)V99.
           01 WS-ImporteNota           PIC 9(13)V99.
           01 WS-SaldoLinea            PIC 9(13)V99.
           01 WS-CantPendiente         PIC 9(7).
           01 WS-CuarPID               PIC X(10).
           01 WS-CuarSecuencia         PIC 9(4).
           01 WS-CuarOk                PIC X(1).
           01 WS-CuarAcreditada        PIC 9(7).
           01 WS-CuarIdx               PIC 9(2).
           01 WS-NotaTabla.
               05 WS-NT-Entry OCCURS 50 TIMES.
                   10 WS-NT-Factura-Linea  PIC 9(3).
                   10 WS-NT-Product-ID     PIC X(10).
                   10 WS-NT-Cantidad-Fac   PIC 9(7).
                   10 WS-NT-Precio-Fac     PIC 9(5)V99.
                   10 WS-NT-Importe-Fac    PIC 9(13)V99.
                   10 WS-NT-Tasa           PIC 9(2)V99.
                   10 WS-NT-Cant-Acred     PIC 9(7).
                   10 WS-NT-Imp-Acred      PIC 9(13)V99.
                   10 WS-NT-Cantidad       PIC 9(7).
                   10 WS-NT-Precio         PIC 9(5)V99.
                   10 WS-NT-Importe        PIC 9(13)V99.
                   10 WS-NT-Cuar-PID       PIC X(10).
                   10 WS-NT-Cuar-Sec       PIC 9(4).
           01 WS-NT-Usadas             PIC 9(2) VALUE 0.
           01 WS-NT-Idx                PIC 9(2).
           01 WS-NT-Acreditan          PIC 9(2).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Sucursal FROM ENVIRONMENT "SUCURSAL"
           IF WS-Sucursal = SPACES THEN
               MOVE "CENT" TO WS-Sucursal
           END-IF
           PERFORM Leer-Condicion-Empresa
           MOVE SPACES TO WS-ValorParam
           MOVE "CUIT-EMPRESA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam(1:11) TO WS-CUITEmpresa
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Facturacion -------"
               DISPLAY "1. Facturar un remito despachado"
               DISPLAY "2. Listar facturas emitidas"
               DISPLAY "3. Consultar / reimprimir una factura"
               DISPLAY "4. Emitir nota de credito sobre una factura"
               DISPLAY "5. Listar notas de credito emitidas"
               DISPLAY "6. Consultar / reimprimir una nota de "
                   "credito"
               DISPLAY "7. Procesar respuestas de autorizacion (CAE)"
               DISPLAY "8. Reintentar facturas rechazadas"
               DISPLAY "9. Facturas sin autorizacion (cierre del dia)"
               DISPLAY "10. Margen realizado de una factura"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Verificar-Periodo
                       IF WS-PeriodoOk = 'S' THEN
                           PERFORM Facturar-Remito
                       END-IF
                   WHEN 2
                       PERFORM Listar-Facturas
                   WHEN 3
                       PERFORM Consultar-Factura
                   WHEN 4
                       PERFORM Verificar-Periodo
                       IF WS-PeriodoOk = 'S' THEN
                           PERFORM Emitir-Nota-Credito
                       END-IF
                   WHEN 5
                       PERFORM Listar-Notas-Credito
                   WHEN 6
                       PERFORM Consultar-Nota-Credito
                   WHEN 7
                       PERFORM Procesar-Respuestas-CAE
                   WHEN 8
                       PERFORM Reintentar-Rechazadas
                   WHEN 9
                       PERFORM Informe-Sin-CAE
                   WHEN 10
                       PERFORM Margen-Factura
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
           CALL "Clientes" USING 1, WS-Cliente, WS-ClienteNombre,
               WS-Importe, WS-ClienteOk
           PERFORM Leer-Lista-Cliente
           PERFORM Determinar-Letra
           MOVE 0 TO WS-LineasUsadas
           MOVE SPACES TO WS-VendedorPedido
           PERFORM Cargar-Lineas-Remito
           IF WS-LineasUsadas = 0 THEN
               DISPLAY "El remito no tiene lineas; nada que "
                   "facturar."
           ELSE
               PERFORM Elegir-Vendedor
               PERFORM Calcular-Totales
               PERFORM Grabar-Factura
           END-IF
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE 'N' TO WS-PedidosAbierto
               OPEN INPUT Pedidos
               IF WS-PedidosStatus = "00" THEN
                   MOVE 'S' TO WS-PedidosAbierto
               END-IF
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                       OR WS-LineasUsadas >= 50
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-PedidosAbierto = 'S' THEN
                   CLOSE Pedidos
               END-IF
               CLOSE Productos
           END-IF
       EXIT.
      *> precio cargado en ella rige el P-Precio-Venta general.
       Leer-Lista-Cliente.
           MOVE SPACES TO WS-ListaCliente
           MOVE SPACES TO WS-CondicionIVA
           MOVE SPACES TO WS-ClienteCUIT
           MOVE SPACES TO WS-Jurisdiccion
           MOVE SPACES TO WS-VendedorCliente
           OPEN INPUT Clientes
           IF WS-ClientesStatus = "00" THEN
               MOVE WS-Cliente TO CLI-Codigo
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-Lista TO WS-ListaCliente
                       MOVE CLI-Condicion-IVA TO WS-CondicionIVA
                       MOVE CLI-CUIT TO WS-ClienteCUIT
                       MOVE CLI-Jurisdiccion TO WS-Jurisdiccion
                       MOVE CLI-Vendedor TO WS-VendedorCliente
               END-READ
               CLOSE Clientes
           END-IF
       EXIT.


      *> Se propone el vendedor del pedido que origino el remito
      *> y, si no hay, el del cliente; Enter lo acepta.
       Elegir-Vendedor.
           IF WS-VendedorPedido NOT = SPACES THEN
               MOVE WS-VendedorPedido TO WS-Vendedor
           ELSE
               MOVE WS-VendedorCliente TO WS-Vendedor
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


      *> La empresa factura A o B segun el cliente si es
      *> responsable inscripta, y siempre C si es monotributista
      *> (parametro CONDICION-IVA-EMPRESA, RI o MT).
       Leer-Condicion-Empresa.
           MOVE "RI" TO WS-ValorParam
           MOVE "CONDICION-IVA-EMPRESA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam(1:2) TO WS-CondicionEmpresa
           IF WS-CondicionEmpresa NOT = "MT" THEN
               MOVE "RI" TO WS-CondicionEmpresa
           END-IF
       EXIT.


      *> Cliente sin condicion cargada: consumidor final.
       Determinar-Letra.
           IF WS-CondicionIVA = SPACES THEN
               MOVE "CF" TO WS-CondicionIVA
           END-IF
           EVALUATE TRUE
               WHEN WS-CondicionEmpresa = "MT"
                   MOVE "C" TO WS-Letra
               WHEN WS-CondicionIVA = "RI"
                   MOVE "A" TO WS-Letra
               WHEN OTHER
                   MOVE "B" TO WS-Letra
           END-EVALUATE
       EXIT.


       Valorizar-Linea.
           MOVE RM-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
                   IF WS-PrecioOk = 'S' THEN
                       MOVE WS-PrecioLista TO WS-Precio
                   END-IF
      *>           Una oferta vigente pisa la lista, como al armar
      *>           el remito.
                   MOVE 'N' TO WS-PrecioOk
                   CALL "Ofertas" USING 1, Product-ID,
                       WS-PrecioLista, WS-PrecioOk
                   IF WS-PrecioOk = 'S' THEN
                       MOVE WS-PrecioLista TO WS-Precio
                   END-IF
           END-READ
      *>   La linea de un pedido con precio pactado (cotizado) se
      *>   factura a ese precio y no al del dia.
           IF RM-Pedido > 0 AND WS-PedidosAbierto = 'S' THEN
               MOVE RM-Pedido TO PD-Numero
               MOVE RM-Pedido-Linea TO PD-Linea
               READ Pedidos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PD-Precio > 0 THEN
                           MOVE PD-Precio TO WS-Precio
                       END-IF
               END-READ
           END-IF
      *>   El vendedor del pedido esta en su cabecera.
           IF RM-Pedido > 0 AND WS-PedidosAbierto = 'S'
                   AND WS-VendedorPedido = SPACES THEN
               MOVE RM-Pedido TO PD-Numero
               MOVE 0 TO PD-Linea
               READ Pedidos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PD-Vendedor TO WS-VendedorPedido
               END-READ
           END-IF
           ADD 1 TO WS-LineasUsadas
           MOVE RM-Product-ID TO WS-LT-Product-ID(WS-LineasUsadas)
           MOVE P-Nombre TO WS-LT-Nombre(WS-LineasUsadas)
           MOVE RM-Cantidad TO WS-LT-Cantidad(WS-LineasUsadas)
           MOVE WS-Precio TO WS-LT-Precio(WS-LineasUsadas)
           MOVE RM-Costo-Unitario TO WS-LT-Costo(WS-LineasUsadas)
           COMPUTE WS-LT-Importe(WS-LineasUsadas) =
               RM-Cantidad * WS-Precio
           PERFORM Resolver-Tasa-Linea
      *>   El monotributista no discrimina ni cobra IVA.
           IF WS-Letra = "C" THEN
               MOVE 0 TO WS-TasaLinea
           END-IF
           MOVE WS-TasaLinea TO WS-LT-Tasa(WS-LineasUsadas)
       EXIT.

                   (WS-LT-Importe(WS-LT-Idx) *
                   WS-LT-Tasa(WS-LT-Idx) / 100)
           END-PERFORM
           PERFORM Calcular-Percepcion
           COMPUTE WS-Total = WS-Neto + WS-ImporteIVA + WS-Percepcion
       EXIT.


      *> Somos agentes de percepcion de ingresos brutos: si el
      *> CUIT del cliente esta en el padron vigente de su
      *> jurisdiccion se le percibe la alicuota sobre el neto,
      *> siempre que el neto llegue al minimo de la jurisdiccion
      *> (parametro IIBB-MINIMO-jjj, 0 si no esta cargado).
       Calcular-Percepcion.
           MOVE 0 TO WS-Percepcion
           MOVE 0 TO WS-AlicuotaIIBB
           IF WS-Jurisdiccion NOT = SPACES AND
                   WS-ClienteCUIT NOT = SPACES THEN
               PERFORM Normalizar-CUIT
               ACCEPT WS-Fecha FROM DATE
               COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
               OPEN INPUT PadronIIBB
               IF WS-PadronStatus = "00" THEN
                   MOVE WS-CUITPadron TO PI-CUIT
                   MOVE WS-Jurisdiccion TO PI-Jurisdiccion
                   READ PadronIIBB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PI-Desde <= WS-HoyNum AND
                                   PI-Hasta >= WS-HoyNum THEN
                               MOVE PI-Alicuota TO WS-AlicuotaIIBB
                           END-IF
                   END-READ
                   CLOSE PadronIIBB
               END-IF
           END-IF
           IF WS-AlicuotaIIBB > 0 THEN
               MOVE "0" TO WS-ValorParam
               MOVE SPACES TO WS-ClaveParam
               STRING "IIBB-MINIMO-" WS-Jurisdiccion
                   DELIMITED SIZE INTO WS-ClaveParam
               CALL "Parametros" USING 1, WS-ClaveParam,
                   WS-ValorParam
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-ValorParam)
                       TO WS-MinimoIIBB
               ELSE
                   MOVE 0 TO WS-MinimoIIBB
               END-IF
               IF WS-Neto >= WS-MinimoIIBB THEN
                   COMPUTE WS-Percepcion ROUNDED =
                       WS-Neto * WS-AlicuotaIIBB / 100
               ELSE
                   MOVE 0 TO WS-AlicuotaIIBB
               END-IF
           END-IF
       EXIT.


      *> El padron trae el CUIT en 11 digitos, sin guiones.
       Normalizar-CUIT.
           MOVE SPACES TO WS-CUITPadron
           MOVE 0 TO WS-CUITLargo
           PERFORM VARYING WS-CUITIdx FROM 1 BY 1
                   UNTIL WS-CUITIdx > 13
               IF WS-ClienteCUIT(WS-CUITIdx:1) IS NUMERIC AND
                       WS-CUITLargo < 11 THEN
                   ADD 1 TO WS-CUITLargo
                   MOVE WS-ClienteCUIT(WS-CUITIdx:1)
                       TO WS-CUITPadron(WS-CUITLargo:1)
               END-IF
           END-PERFORM
       EXIT.


           IF WS-FacturasStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacturasStatus
           ELSE
               PERFORM Numerar-Factura
               IF WS-NumeracionOk NOT = 'S' THEN
                   DISPLAY "La sucursal " WS-Sucursal " no tiene "
                       "punto de venta; no se emitio la factura."
                   CLOSE Facturas
               ELSE
                   PERFORM Emitir-Factura
               END-IF
           END-IF
       EXIT.


      *> Facturas y notas de credito llevan la fecha del dia: si
      *> ese mes contable esta cerrado no se emiten.
       Verificar-Periodo.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           CALL "Periodos-Contables" USING 1, WS-Usuario, WS-HoyNum,
               WS-PeriodoOk
       EXIT.


       Emitir-Factura.
           MOVE WS-ProximoNumero TO WS-NumeroFactura
           PERFORM Escribir-Cabecera-Factura
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-LineasUsadas
               PERFORM Escribir-Linea-Factura
           END-PERFORM
           ADD 1 TO WS-ProximoNumero
           PERFORM Guardar-Proximo-Numero
           CLOSE Facturas
           PERFORM Marcar-Remito-Facturado
           MOVE 1 TO WS-Intento
           PERFORM Generar-Solicitud-CAE
           DISPLAY "Factura " WS-Letra " " WS-PuntoVenta "-"
               WS-NumeroLegal " (interna " WS-NumeroFactura
               ") grabada por " WS-Total " (neto " WS-Neto
               " + IVA " WS-ImporteIVA ")."
           IF WS-Percepcion > 0 THEN
               DISPLAY "Incluye percepcion IIBB " WS-Jurisdiccion
                   " al " WS-AlicuotaIIBB " %: " WS-Percepcion
           END-IF
           DISPLAY "Queda PENDIENTE de autorizacion: se imprime y "
               "se debita al recibir el CAE."
       EXIT.


      *> El numero legal sale de la serie de la letra en el punto
      *> de venta de la sucursal de la sesion.
       Numerar-Factura.
           MOVE 'N' TO WS-NumeracionOk
           MOVE 0 TO WS-PuntoVenta
           MOVE 0 TO WS-NumeroLegal
           CALL "Sucursales" USING 2, WS-Sucursal, WS-NumeracionOk,
               WS-Letra, WS-PuntoVenta, WS-NumeroLegal
           CANCEL "Sucursales"
       EXIT.


           MOVE WS-Neto TO FA-Neto
           MOVE WS-ImporteIVA TO FA-IVA
           MOVE WS-Total TO FA-Total
           MOVE WS-Letra TO FA-Letra
           MOVE WS-PuntoVenta TO FA-Punto-Venta
           MOVE WS-NumeroLegal TO FA-Numero-Legal
           MOVE WS-Sucursal TO FA-Sucursal
           MOVE WS-CondicionIVA TO FA-Condicion-IVA
           MOVE WS-Vendedor TO FA-Vendedor
           IF WS-Percepcion > 0 THEN
               MOVE WS-Jurisdiccion TO FA-Jurisdiccion
               MOVE WS-AlicuotaIIBB TO FA-Alicuota-IIBB
               MOVE WS-Percepcion TO FA-Percepcion-IIBB
           END-IF
           MOVE "PENDIENTE" TO FA-Estado-CAE
           MOVE 1 TO FA-Intento-CAE
           PERFORM Fechar-Factura
           COMPUTE WS-FechaDoc = (FA-Ano * 10000) + (FA-Mes * 100)
               + FA-Dia
           MOVE WS-Usuario TO FA-Usuario
           WRITE FA-Rec
           IF WS-FacturasStatus NOT = "00" THEN
           MOVE WS-LT-Precio(WS-LT-Idx) TO FA-Precio-Unitario
           MOVE WS-LT-Importe(WS-LT-Idx) TO FA-Importe
           MOVE WS-LT-Tasa(WS-LT-Idx) TO FA-Tasa-IVA
           MOVE WS-LT-Costo(WS-LT-Idx) TO FA-Costo-Unitario
           PERFORM Fechar-Factura
           MOVE WS-Usuario TO FA-Usuario
           WRITE FA-Rec
       EXIT.


      *> La factura A discrimina el IVA: lineas a precio neto y al
      *> pie el neto y el IVA de cada tasa. La B lleva los precios
      *> con el IVA incluido y solo el total; la C no tiene IVA.
      *> Las facturas anteriores a las letras salen como antes.
       Imprimir-Documento.
           MOVE SPACES TO WS-NombreDoc
           STRING "Factura-" WS-NumeroFactura ".TXT"
           IF WS-DocStatus NOT = "00" THEN
               CALL "Errores" USING WS-DocStatus
           ELSE
               IF WS-Letra = SPACES THEN
                   STRING "FACTURA NRO " WS-NumeroFactura
                       DELIMITED SIZE INTO WS-Linea
               ELSE
                   STRING "FACTURA " WS-Letra "   NRO "
                       WS-PuntoVenta "-" WS-NumeroLegal
                       "   (interna " WS-NumeroFactura ")"
                       DELIMITED SIZE INTO WS-Linea
               END-IF
               PERFORM Escribir-Doc
               STRING "Cliente: " WS-Cliente " "
                   FUNCTION TRIM(WS-ClienteNombre)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               IF WS-Letra NOT = SPACES THEN
                   STRING "CUIT: " WS-ClienteCUIT
                       "   Condicion IVA: " WS-CondicionIVA
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Doc
               END-IF
               STRING "Remito de origen: " WS-NumeroRemito
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               IF WS-Vendedor NOT = SPACES THEN
                   STRING "Vendedor: " WS-Vendedor
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Doc
               END-IF
               STRING "Fecha: " FA-Dia "/" FA-Mes "/" FA-Ano
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               MOVE "----------------------------------------"
                   TO WS-Linea
               PERFORM Escribir-Doc
               IF WS-Letra = "B" OR WS-Letra = "C" THEN
                   PERFORM Imprimir-Cuerpo-B
               ELSE
                   PERFORM Imprimir-Cuerpo-A
               END-IF
               IF FA-CAE NOT = SPACES THEN
                   STRING "CAE: " FA-CAE "   Vto. CAE: " FA-CAE-Vto
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Doc
               END-IF
               CLOSE Documento
               DISPLAY "Documento generado: "
                   FUNCTION TRIM(WS-NombreDoc)
           END-IF
       EXIT.


       Imprimir-Cuerpo-A.
           MOVE 0 TO WS-TI-Usadas
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-LineasUsadas
               STRING WS-LT-Product-ID(WS-LT-Idx) " "
                   WS-LT-Nombre(WS-LT-Idx) " x "
                   WS-LT-Cantidad(WS-LT-Idx) " a "
                   WS-LT-Precio(WS-LT-Idx) " = "
                   WS-LT-Importe(WS-LT-Idx)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               PERFORM Acumular-Tasa-Doc
           END-PERFORM
           MOVE "----------------------------------------"
               TO WS-Linea
           PERFORM Escribir-Doc
           STRING "NETO:  " WS-Neto
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Doc
           IF WS-Letra = SPACES THEN
               STRING "IVA:   " WS-ImporteIVA
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
           ELSE
               PERFORM VARYING WS-TI-Idx FROM 1 BY 1
                       UNTIL WS-TI-Idx > WS-TI-Usadas
                   STRING "IVA " WS-TI-Tasa(WS-TI-Idx) "% sobre "
                       WS-TI-Neto(WS-TI-Idx) ": "
                       WS-TI-IVA(WS-TI-Idx)
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Doc
               END-PERFORM
               STRING "IVA TOTAL: " WS-ImporteIVA
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
           END-IF
           PERFORM Imprimir-Percepcion
           STRING "TOTAL: " WS-Total
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Doc
       EXIT.


       Imprimir-Percepcion.
           IF WS-Percepcion > 0 THEN
               STRING "PERCEPCION IIBB " WS-Jurisdiccion " "
                   WS-AlicuotaIIBB "% s/ " WS-Neto ": "
                   WS-Percepcion
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
           END-IF
       EXIT.


      *> Abre el IVA de la linea WS-LT-Idx por su tasa.
       Acumular-Tasa-Doc.
           MOVE 'N' TO WS-TI-Hallada
           PERFORM VARYING WS-TI-Idx FROM 1 BY 1
                   UNTIL WS-TI-Idx > WS-TI-Usadas
               IF WS-TI-Tasa(WS-TI-Idx) = WS-LT-Tasa(WS-LT-Idx)
                       THEN
                   MOVE 'S' TO WS-TI-Hallada
                   ADD WS-LT-Importe(WS-LT-Idx)
                       TO WS-TI-Neto(WS-TI-Idx)
                   COMPUTE WS-TI-IVA(WS-TI-Idx) ROUNDED =
                       WS-TI-Neto(WS-TI-Idx) *
                       WS-TI-Tasa(WS-TI-Idx) / 100
               END-IF
           END-PERFORM
           IF WS-TI-Hallada = 'N' AND WS-TI-Usadas < 6 THEN
               ADD 1 TO WS-TI-Usadas
               MOVE WS-LT-Tasa(WS-LT-Idx) TO WS-TI-Tasa(WS-TI-Usadas)
               MOVE WS-LT-Importe(WS-LT-Idx)
                   TO WS-TI-Neto(WS-TI-Usadas)
               COMPUTE WS-TI-IVA(WS-TI-Usadas) ROUNDED =
                   WS-TI-Neto(WS-TI-Usadas) *
                   WS-TI-Tasa(WS-TI-Usadas) / 100
           END-IF
       EXIT.


      *> Precio e importe de cada linea con su IVA incluido; el
      *> total es el mismo que graba la factura.
       Imprimir-Cuerpo-B.
           PERFORM VARYING WS-LT-Idx FROM 1 BY 1
                   UNTIL WS-LT-Idx > WS-LineasUsadas
               COMPUTE WS-PrecioFinal ROUNDED =
                   WS-LT-Precio(WS-LT-Idx) *
                   (1 + (WS-LT-Tasa(WS-LT-Idx) / 100))
               COMPUTE WS-ImporteFinal ROUNDED =
                   WS-LT-Importe(WS-LT-Idx) *
                   (1 + (WS-LT-Tasa(WS-LT-Idx) / 100))
               STRING WS-LT-Product-ID(WS-LT-Idx) " "
                   WS-LT-Nombre(WS-LT-Idx) " x "
                   WS-LT-Cantidad(WS-LT-Idx) " a "
                   WS-PrecioFinal " = " WS-ImporteFinal
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
           END-PERFORM
           MOVE "----------------------------------------"
               TO WS-Linea
           PERFORM Escribir-Doc
           PERFORM Imprimir-Percepcion
           IF WS-Letra = "B" THEN
               STRING "TOTAL (IVA incluido): " WS-Total
                   DELIMITED SIZE INTO WS-Linea
           ELSE
               STRING "TOTAL: " WS-Total
                   DELIMITED SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Doc
       EXIT.


                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF FA-Numero > 0 AND FA-Linea = 0 THEN
                               DISPLAY FA-Numero " " FA-Letra " "
                                   FA-Punto-Venta "-" FA-Numero-Legal
                                   " cliente "
                                   FA-Cliente " remito " FA-Remito
                                   " total " FA-Total " ("
                                   FA-Dia "/" FA-Mes "/" FA-Ano ") "
                                   FA-Estado-CAE
                               DISPLAY "       acreditado "
                                   FA-Importe-Acreditado " cobrado "
                                   FA-Cobrado
                           END-IF
                   END-READ
               END-PERFORM
       EXIT.


      *> Margen realmente ganado en cada linea: el neto facturado
      *> (con el precio de lista u oferta que se aplico) menos lo
      *> acreditado, contra el costo que quedo en el remito de las
      *> unidades que no volvieron.
       Margen-Factura.
           DISPLAY "Numero de factura: "
           ACCEPT WS-NumeroConsulta
           PERFORM Abrir-Facturas
           IF WS-FacturasStatus NOT = "00" THEN
               DISPLAY "No hay facturas registradas."
           ELSE
               MOVE WS-NumeroConsulta TO FA-Numero
               MOVE 0 TO FA-Linea
               READ Facturas
                   INVALID KEY
                       DISPLAY "La factura " WS-NumeroConsulta
                           " no existe."
                   NOT INVALID KEY
                       DISPLAY "Factura " FA-Numero " cliente "
                           FA-Cliente " (" FA-Dia "/" FA-Mes "/"
                           FA-Ano ")"
                       DISPLAY "PRODUCTO   CANT.     NETO REAL"
                           "          COSTO          MARGEN     %"
                       PERFORM Margen-Lineas
               END-READ
               CLOSE Facturas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Margen-Lineas.
           MOVE 0 TO WS-MR-TotVenta
           MOVE 0 TO WS-MR-TotCosto
           MOVE 0 TO WS-MR-TotMargen
           MOVE 0 TO WS-MR-SinCosto
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero = WS-NumeroConsulta
                               AND FA-Linea > 0 THEN
                           PERFORM Margen-Linea
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-MR-TotMargen TO WS-EdMargen
           IF WS-MR-TotVenta NOT = 0 THEN
               COMPUTE WS-MR-Pct ROUNDED =
                   WS-MR-TotMargen * 100 / WS-MR-TotVenta
           ELSE
               MOVE 0 TO WS-MR-Pct
           END-IF
           MOVE WS-MR-Pct TO WS-EdPct
           DISPLAY "Venta neta real " WS-MR-TotVenta " costo "
               WS-MR-TotCosto
           DISPLAY "MARGEN REALIZADO " WS-EdMargen " (" WS-EdPct
               " %)"
           IF WS-MR-SinCosto > 0 THEN
               DISPLAY WS-MR-SinCosto " linea(s) sin costo "
                   "registrado al despachar; no entran al margen."
           END-IF
       EXIT.


       Margen-Linea.
           COMPUTE WS-MR-Venta = FA-Importe - FA-Importe-Acreditado
           IF FA-Costo-Unitario = 0 THEN
               ADD 1 TO WS-MR-SinCosto
               DISPLAY FA-Product-ID " " FA-Cantidad " "
                   WS-MR-Venta "  sin costo registrado"
           ELSE
               COMPUTE WS-MR-Costo = FA-Costo-Unitario *
                   (FA-Cantidad - FA-Cantidad-Devuelta)
               COMPUTE WS-MR-Margen = WS-MR-Venta - WS-MR-Costo
               IF WS-MR-Venta NOT = 0 THEN
                   COMPUTE WS-MR-Pct ROUNDED =
                       WS-MR-Margen * 100 / WS-MR-Venta
               ELSE
                   MOVE 0 TO WS-MR-Pct
               END-IF
               MOVE WS-MR-Margen TO WS-EdMargen
               MOVE WS-MR-Pct TO WS-EdPct
               DISPLAY FA-Product-ID " " FA-Cantidad " "
                   WS-MR-Venta " " WS-MR-Costo " " WS-EdMargen " "
                   WS-EdPct
               ADD WS-MR-Venta TO WS-MR-TotVenta
               ADD WS-MR-Costo TO WS-MR-TotCosto
               ADD WS-MR-Margen TO WS-MR-TotMargen
           END-IF
       EXIT.


      *> La reimpresion reconstruye el documento desde las lineas
      *> grabadas, sin volver a valorizar: se reimprime lo emitido.
       Consultar-Factura.
                       DISPLAY "La factura " WS-NumeroConsulta
                           " no existe."
                   NOT INVALID KEY
                       IF FA-Estado-CAE = SPACES OR
                               FA-Estado-CAE = "AUTORIZADA" THEN
                           PERFORM Recargar-Factura
                       ELSE
                           DISPLAY "La factura esta " FA-Estado-CAE
                               "; sin CAE no se imprime."
                       END-IF
               END-READ
               CLOSE Facturas
           END-IF
           MOVE FA-Neto TO WS-Neto
           MOVE FA-IVA TO WS-ImporteIVA
           MOVE FA-Total TO WS-Total
           MOVE FA-Letra TO WS-Letra
           MOVE FA-Punto-Venta TO WS-PuntoVenta
           MOVE FA-Numero-Legal TO WS-NumeroLegal
           MOVE FA-Jurisdiccion TO WS-Jurisdiccion
           MOVE FA-Alicuota-IIBB TO WS-AlicuotaIIBB
           MOVE FA-Percepcion-IIBB TO WS-Percepcion
           MOVE FA-Vendedor TO WS-Vendedor
           MOVE SPACES TO WS-ClienteNombre
           CALL "Clientes" USING 1, WS-Cliente, WS-ClienteNombre,
               WS-Importe, WS-ClienteOk
           PERFORM Leer-Lista-Cliente
           MOVE FA-Condicion-IVA TO WS-CondicionIVA
           MOVE FA-Jurisdiccion TO WS-Jurisdiccion
           MOVE 0 TO WS-LineasUsadas
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
           END-READ
           PERFORM Imprimir-Documento
       EXIT.


      *> Nota de credito contra una factura ya emitida, por
      *> devolucion de mercaderia (respaldada por su registro en
      *> Cuarentena.DAT) o por correccion de precio. Cada linea de
      *> la nota acredita una linea de la factura con la tasa de IVA
      *> con la que se facturo; la nota lleva numeracion propia, la
      *> factura queda con lo acreditado y el total entra como
      *> credito en la cuenta corriente del cliente.
       Emitir-Nota-Credito.
           DISPLAY "Numero de factura a acreditar: "
           ACCEPT WS-NumeroConsulta
           MOVE 0 TO WS-NT-Usadas
           IF WS-NumeroConsulta = 0 THEN
               DISPLAY "Numero de factura no valido."
           ELSE
               PERFORM Abrir-Facturas
               IF WS-FacturasStatus NOT = "00" THEN
                   DISPLAY "No hay facturas registradas."
               ELSE
                   MOVE WS-NumeroConsulta TO FA-Numero
                   MOVE 0 TO FA-Linea
                   READ Facturas
                       INVALID KEY
                           DISPLAY "La factura " WS-NumeroConsulta
                               " no existe."
                       NOT INVALID KEY
                           IF FA-Estado-CAE = SPACES OR
                                   FA-Estado-CAE = "AUTORIZADA" THEN
                               MOVE FA-Numero TO WS-NumeroFactura
                               MOVE FA-Cliente TO WS-Cliente
                               MOVE FA-Remito TO WS-NumeroRemito
                               MOVE FA-Neto TO WS-FacturaNeto
                               MOVE FA-Percepcion-IIBB
                                   TO WS-FacturaPercepcion
                               MOVE FA-Jurisdiccion TO WS-Jurisdiccion
                               MOVE FA-Alicuota-IIBB
                                   TO WS-AlicuotaIIBB
                               PERFORM Cargar-Lineas-Acreditables
                           ELSE
                               DISPLAY "La factura esta "
                                   FA-Estado-CAE "; solo se "
                                   "acreditan facturas autorizadas."
                               MOVE 0 TO WS-NumeroConsulta
                           END-IF
                   END-READ
                   CLOSE Facturas
               END-IF
           END-IF
           IF WS-NT-Usadas = 0 THEN
               IF WS-NumeroConsulta > 0 THEN
                   DISPLAY "La factura no tiene saldo para "
                       "acreditar."
               END-IF
           ELSE
               PERFORM Armar-Nota-Credito
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Solo entran las lineas que todavia tienen neto sin
      *> acreditar: una linea no se acredita dos veces por encima
      *> de lo facturado.
       Cargar-Lineas-Acreditables.
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
                   OR WS-NT-Usadas >= 50
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero = WS-NumeroFactura
                               AND FA-Linea > 0 THEN
                           IF FA-Importe-Acreditado < FA-Importe
                               THEN
                               PERFORM Cargar-Linea-Acreditable
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Cargar-Linea-Acreditable.
           ADD 1 TO WS-NT-Usadas
           MOVE FA-Linea TO WS-NT-Factura-Linea(WS-NT-Usadas)
           MOVE FA-Product-ID TO WS-NT-Product-ID(WS-NT-Usadas)
           MOVE FA-Cantidad TO WS-NT-Cantidad-Fac(WS-NT-Usadas)
           MOVE FA-Precio-Unitario TO
               WS-NT-Precio-Fac(WS-NT-Usadas)
           MOVE FA-Importe TO WS-NT-Importe-Fac(WS-NT-Usadas)
           MOVE FA-Tasa-IVA TO WS-NT-Tasa(WS-NT-Usadas)
           MOVE FA-Cantidad-Acreditada TO
               WS-NT-Cant-Acred(WS-NT-Usadas)
           MOVE FA-Importe-Acreditado TO
               WS-NT-Imp-Acred(WS-NT-Usadas)
           MOVE 0 TO WS-NT-Cantidad(WS-NT-Usadas)
           MOVE 0 TO WS-NT-Precio(WS-NT-Usadas)
           MOVE 0 TO WS-NT-Importe(WS-NT-Usadas)
           MOVE SPACES TO WS-NT-Cuar-PID(WS-NT-Usadas)
           MOVE 0 TO WS-NT-Cuar-Sec(WS-NT-Usadas)
       EXIT.


       Armar-Nota-Credito.
           MOVE SPACES TO WS-ClienteNombre
           CALL "Clientes" USING 1, WS-Cliente, WS-ClienteNombre,
               WS-Importe, WS-ClienteOk
           DISPLAY "Factura " WS-NumeroFactura " - cliente "
               WS-Cliente " " FUNCTION TRIM(WS-ClienteNombre)
           DISPLAY "Motivo: 1. Devolucion de mercaderia  "
               "2. Correccion de precio  3. Otro"
           ACCEPT WS-MotivoOp
           EVALUATE WS-MotivoOp
               WHEN 1
                   MOVE "DEV" TO WS-MotivoNota
               WHEN 2
                   MOVE "PRE" TO WS-MotivoNota
               WHEN OTHER
                   MOVE "OTR" TO WS-MotivoNota
           END-EVALUATE
           MOVE 0 TO WS-NT-Acreditan
           PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                   UNTIL WS-NT-Idx > WS-NT-Usadas
               PERFORM Capturar-Linea-Nota
           END-PERFORM
           IF WS-NT-Acreditan = 0 THEN
               DISPLAY "Ninguna linea acreditada; no se emite la "
                   "nota."
           ELSE
               PERFORM Calcular-Totales-Nota
               DISPLAY "Nota de credito por " WS-Total " (neto "
                   WS-Neto " + IVA " WS-ImporteIVA ")."
               IF WS-Percepcion > 0 THEN
                   DISPLAY "Incluye percepcion IIBB "
                       WS-Jurisdiccion " revertida: " WS-Percepcion
               END-IF
               DISPLAY "Confirma la emision (S/N): "
               ACCEPT WS-Confirmar
               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   PERFORM Grabar-Nota-Credito
               ELSE
                   DISPLAY "Nota de credito descartada."
               END-IF
           END-IF
       EXIT.


       Capturar-Linea-Nota.
           COMPUTE WS-SaldoLinea = WS-NT-Importe-Fac(WS-NT-Idx) -
               WS-NT-Imp-Acred(WS-NT-Idx)
           COMPUTE WS-CantPendiente =
               WS-NT-Cantidad-Fac(WS-NT-Idx) -
               WS-NT-Cant-Acred(WS-NT-Idx)
           DISPLAY "Linea " WS-NT-Factura-Linea(WS-NT-Idx) ": "
               WS-NT-Product-ID(WS-NT-Idx) " x "
               WS-NT-Cantidad-Fac(WS-NT-Idx) " a "
               WS-NT-Precio-Fac(WS-NT-Idx) " - saldo acreditable "
               WS-SaldoLinea
           MOVE 0 TO WS-CantidadNota
           MOVE 0 TO WS-ImporteNota
           EVALUATE WS-MotivoNota
               WHEN "DEV"
                   PERFORM Capturar-Devolucion-Nota
               WHEN "PRE"
                   PERFORM Capturar-Precio-Nota
               WHEN OTHER
                   PERFORM Capturar-Importe-Nota
           END-EVALUATE
           IF WS-ImporteNota > WS-SaldoLinea THEN
               DISPLAY "Se acredita como maximo el saldo de la "
                   "linea (" WS-SaldoLinea ")."
               MOVE WS-SaldoLinea TO WS-ImporteNota
           END-IF
           IF WS-ImporteNota > 0 THEN
               MOVE WS-CantidadNota TO WS-NT-Cantidad(WS-NT-Idx)
               MOVE WS-PrecioNota TO WS-NT-Precio(WS-NT-Idx)
               MOVE WS-ImporteNota TO WS-NT-Importe(WS-NT-Idx)
               ADD 1 TO WS-NT-Acreditan
           END-IF
       EXIT.


      *> La devolucion se acredita solo con la mercaderia ya
      *> recibida en cuarentena: sin registro de devolucion no hay
      *> credito por mercaderia. El precio es el neto que le queda
      *> a cada unidad no devuelta (saldo de la linea sobre esas
      *> unidades), asi una correccion de precio anterior no se
      *> acredita dos veces; devolver todo lo pendiente acredita
      *> justo el saldo.
       Capturar-Devolucion-Nota.
           DISPLAY "Unidades devueltas (pendientes de acreditar "
               WS-CantPendiente ", Enter = 0): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantidadNota
           ELSE
               MOVE 0 TO WS-CantidadNota
           END-IF
           IF WS-CantidadNota > WS-CantPendiente THEN
               DISPLAY "No se acreditan mas unidades que las "
                   "facturadas; linea omitida."
               MOVE 0 TO WS-CantidadNota
           END-IF
           IF WS-CantidadNota > 0 THEN
               DISPLAY "Secuencia de la devolucion en "
                   "cuarentena: "
               ACCEPT WS-CuarSecuencia
               MOVE WS-NT-Product-ID(WS-NT-Idx) TO WS-CuarPID
               PERFORM Validar-Cuarentena
               IF WS-CuarOk = 'S' THEN
                   COMPUTE WS-PrecioNota ROUNDED =
                       WS-SaldoLinea / WS-CantPendiente
                   COMPUTE WS-ImporteNota ROUNDED =
                       WS-SaldoLinea * WS-CantidadNota /
                       WS-CantPendiente
                   MOVE WS-CuarPID TO WS-NT-Cuar-PID(WS-NT-Idx)
                   MOVE WS-CuarSecuencia TO
                       WS-NT-Cuar-Sec(WS-NT-Idx)
               ELSE
                   MOVE 0 TO WS-CantidadNota
               END-IF
           END-IF
       EXIT.


       Validar-Cuarentena.
           MOVE 'N' TO WS-CuarOk
           OPEN INPUT Cuarentena
           IF WS-CuarentenaStatus NOT = "00" THEN
               DISPLAY "No hay devoluciones registradas en "
                   "cuarentena; linea omitida."
           ELSE
               MOVE WS-CuarPID TO CU-Product-ID
               MOVE WS-CuarSecuencia TO CU-Secuencia
               READ Cuarentena
                   INVALID KEY
                       DISPLAY "Devolucion " WS-CuarPID "/"
                           WS-CuarSecuencia " inexistente; linea "
                           "omitida."
                   NOT INVALID KEY
                       PERFORM Controlar-Cuarentena
               END-READ
               CLOSE Cuarentena
           END-IF
       EXIT.


      *> La devolucion tiene que ser del cliente de la factura y
      *> no puede respaldar mas unidades que las que se recibieron:
      *> cuenta lo ya acreditado por otras notas y por las lineas
      *> anteriores de esta misma nota.
       Controlar-Cuarentena.
           PERFORM Sumar-Acreditado-Cuarentena
           IF CU-Cliente NOT = WS-Cliente THEN
               DISPLAY "La devolucion es del cliente "
                   FUNCTION TRIM(CU-Cliente) ", no del de la "
                   "factura; linea omitida."
           ELSE
               IF WS-CuarAcreditada + WS-CantidadNota > CU-Cantidad
                   THEN
                   DISPLAY "La devolucion registro "
                       CU-Cantidad " unidad(es) y ya se acreditaron "
                       WS-CuarAcreditada "; linea omitida."
               ELSE
                   MOVE 'S' TO WS-CuarOk
               END-IF
           END-IF
       EXIT.


       Sumar-Acreditado-Cuarentena.
           MOVE 0 TO WS-CuarAcreditada
           PERFORM VARYING WS-CuarIdx FROM 1 BY 1
                   UNTIL WS-CuarIdx >= WS-NT-Idx
               IF WS-NT-Cuar-PID(WS-CuarIdx) = WS-CuarPID AND
                       WS-NT-Cuar-Sec(WS-CuarIdx) = WS-CuarSecuencia
                   THEN
                   ADD WS-NT-Cantidad(WS-CuarIdx) TO WS-CuarAcreditada
               END-IF
           END-PERFORM
           OPEN INPUT NotasCredito
           IF WS-NotasStatus = "00" THEN
               MOVE LOW-VALUES TO NC-Clave
               START NotasCredito KEY IS NOT LESS THAN NC-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ NotasCredito NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NC-Numero > 0 AND NC-Linea > 0 AND
                                   NC-Motivo = "DEV" AND
                                   NC-Cuar-Product-ID = WS-CuarPID
                                   AND NC-Cuar-Secuencia =
                                   WS-CuarSecuencia THEN
                               ADD NC-Cantidad TO WS-CuarAcreditada
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
       EXIT.


      *> La correccion de precio no consume unidades de la linea
      *> (una devolucion posterior sigue pudiendo acreditarse): la
      *> limita solo el saldo de importe de la linea.
       Capturar-Precio-Nota.
           DISPLAY "Unidades a las que se corrige el precio "
               "(Enter = " WS-NT-Cantidad-Fac(WS-NT-Idx) ", "
               "0 = omitir): "
           ACCEPT WS-Aux
           IF WS-Aux = SPACES THEN
               MOVE WS-NT-Cantidad-Fac(WS-NT-Idx) TO WS-CantidadNota
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-CantidadNota
               ELSE
                   MOVE 0 TO WS-CantidadNota
               END-IF
           END-IF
           IF WS-CantidadNota > WS-NT-Cantidad-Fac(WS-NT-Idx) THEN
               DISPLAY "Mas unidades que las facturadas; linea "
                   "omitida."
               MOVE 0 TO WS-CantidadNota
           END-IF
           IF WS-CantidadNota > 0 THEN
               DISPLAY "Bonificacion por unidad (precio facturado "
                   WS-NT-Precio-Fac(WS-NT-Idx) "): "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-PrecioNota
               ELSE
                   MOVE 0 TO WS-PrecioNota
               END-IF
               IF WS-PrecioNota > WS-NT-Precio-Fac(WS-NT-Idx) THEN
                   DISPLAY "La bonificacion supera el precio "
                       "facturado; linea omitida."
                   MOVE 0 TO WS-PrecioNota
               END-IF
               COMPUTE WS-ImporteNota =
                   WS-CantidadNota * WS-PrecioNota
           END-IF
       EXIT.


       Capturar-Importe-Nota.
           DISPLAY "Neto a acreditar en la linea (Enter = 0): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-ImporteNota
           ELSE
               MOVE 0 TO WS-ImporteNota
           END-IF
           MOVE 0 TO WS-PrecioNota
       EXIT.


      *> Mismo calculo que la factura: IVA linea por linea, pero a
      *> la tasa grabada en la linea original y no a la de hoy. La
      *> percepcion de IIBB de la factura se revierte en la misma
      *> proporcion que el neto acreditado.
       Calcular-Totales-Nota.
           MOVE 0 TO WS-Neto
           MOVE 0 TO WS-ImporteIVA
           MOVE 0 TO WS-Percepcion
           PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                   UNTIL WS-NT-Idx > WS-NT-Usadas
               ADD WS-NT-Importe(WS-NT-Idx) TO WS-Neto
               COMPUTE WS-ImporteIVA ROUNDED = WS-ImporteIVA +
                   (WS-NT-Importe(WS-NT-Idx) *
                   WS-NT-Tasa(WS-NT-Idx) / 100)
           END-PERFORM
           IF WS-FacturaPercepcion > 0 AND WS-FacturaNeto > 0 THEN
               COMPUTE WS-Percepcion ROUNDED =
                   WS-FacturaPercepcion * WS-Neto / WS-FacturaNeto
               IF WS-Percepcion > WS-FacturaPercepcion THEN
                   MOVE WS-FacturaPercepcion TO WS-Percepcion
               END-IF
           END-IF
           COMPUTE WS-Total = WS-Neto + WS-ImporteIVA + WS-Percepcion
       EXIT.


       Abrir-Notas.
           OPEN I-O NotasCredito
           IF WS-NotasStatus = "35" THEN
               CLOSE NotasCredito
               OPEN OUTPUT NotasCredito
               CLOSE NotasCredito
               OPEN I-O NotasCredito
           END-IF
           IF WS-NotasStatus = "00" THEN
               MOVE 0 TO NC-Numero
               MOVE 0 TO NC-Linea
               READ NotasCredito
                   INVALID KEY
                       MOVE 1 TO WS-ProximaNota
                       INITIALIZE NC-Rec
                       MOVE 0 TO NC-Numero
                       MOVE 0 TO NC-Linea
                       MOVE WS-ProximaNota TO NC-Proximo-Numero
                       WRITE NC-Rec
                   NOT INVALID KEY
                       MOVE NC-Proximo-Numero TO WS-ProximaNota
               END-READ
           END-IF
       EXIT.


       Guardar-Proxima-Nota.
           MOVE 0 TO NC-Numero
           MOVE 0 TO NC-Linea
           READ NotasCredito
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximaNota TO NC-Proximo-Numero
                   REWRITE NC-Rec
           END-READ
       EXIT.


       Grabar-Nota-Credito.
           PERFORM Abrir-Notas
           IF WS-NotasStatus NOT = "00" THEN
               CALL "Errores" USING WS-NotasStatus
           ELSE
               MOVE WS-ProximaNota TO WS-NumeroNota
               PERFORM Escribir-Cabecera-Nota
               MOVE 0 TO WS-NumeroLinea
               PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                       UNTIL WS-NT-Idx > WS-NT-Usadas
                   IF WS-NT-Importe(WS-NT-Idx) > 0 THEN
                       ADD 1 TO WS-NumeroLinea
                       PERFORM Escribir-Linea-Nota
                   END-IF
               END-PERFORM
               ADD 1 TO WS-ProximaNota
               PERFORM Guardar-Proxima-Nota
               CLOSE NotasCredito
               PERFORM Marcar-Factura-Acreditada
               PERFORM Acreditar-Cuenta-Corriente
               PERFORM Imprimir-Nota-Credito
               DISPLAY "Nota de credito " WS-NumeroNota
                   " emitida por " WS-Total " sobre la factura "
                   WS-NumeroFactura "."
           END-IF
       EXIT.


       Escribir-Cabecera-Nota.
           INITIALIZE NC-Rec
           MOVE WS-NumeroNota TO NC-Numero
           MOVE 0 TO NC-Linea
           MOVE WS-Cliente TO NC-Cliente
           MOVE WS-NumeroFactura TO NC-Factura
           MOVE WS-MotivoNota TO NC-Motivo
           MOVE WS-Neto TO NC-Neto
           MOVE WS-ImporteIVA TO NC-IVA
           MOVE WS-Total TO NC-Total
           IF WS-Percepcion > 0 THEN
               MOVE WS-Jurisdiccion TO NC-Jurisdiccion
               MOVE WS-AlicuotaIIBB TO NC-Alicuota-IIBB
               MOVE WS-Percepcion TO NC-Percepcion-IIBB
           END-IF
           PERFORM Fechar-Nota
           MOVE WS-Usuario TO NC-Usuario
           WRITE NC-Rec
           IF WS-NotasStatus NOT = "00" THEN
               CALL "Errores" USING WS-NotasStatus
           END-IF
       EXIT.


       Escribir-Linea-Nota.
           INITIALIZE NC-Rec
           MOVE WS-NumeroNota TO NC-Numero
           MOVE WS-NumeroLinea TO NC-Linea
           MOVE WS-Cliente TO NC-Cliente
           MOVE WS-NumeroFactura TO NC-Factura
           MOVE WS-NT-Factura-Linea(WS-NT-Idx) TO NC-Factura-Linea
           MOVE WS-MotivoNota TO NC-Motivo
           MOVE WS-NT-Product-ID(WS-NT-Idx) TO NC-Product-ID
           MOVE WS-NT-Cantidad(WS-NT-Idx) TO NC-Cantidad
           MOVE WS-NT-Precio(WS-NT-Idx) TO NC-Precio-Unitario
           MOVE WS-NT-Importe(WS-NT-Idx) TO NC-Importe
           MOVE WS-NT-Tasa(WS-NT-Idx) TO NC-Tasa-IVA
           MOVE WS-NT-Cuar-PID(WS-NT-Idx) TO NC-Cuar-Product-ID
           MOVE WS-NT-Cuar-Sec(WS-NT-Idx) TO NC-Cuar-Secuencia
           PERFORM Fechar-Nota
           MOVE WS-Usuario TO NC-Usuario
           WRITE NC-Rec
           IF WS-NotasStatus NOT = "00" THEN
               CALL "Errores" USING WS-NotasStatus
           END-IF
       EXIT.


       Fechar-Nota.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO NC-Dia
           MOVE WS-Fecha(5:2) TO NC-Mes
           MOVE WS-Fecha(1:4) TO NC-Ano
           ADD WS-Year TO NC-Ano GIVING NC-Ano
       EXIT.


      *> La factura original queda con lo acreditado en cada linea
      *> y el total acreditado en la cabecera, asi la consulta y
      *> la proxima nota ven el saldo real del documento.
       Marcar-Factura-Acreditada.
           OPEN I-O Facturas
           IF WS-FacturasStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacturasStatus
           ELSE
               PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                       UNTIL WS-NT-Idx > WS-NT-Usadas
                   IF WS-NT-Importe(WS-NT-Idx) > 0 THEN
                       MOVE WS-NumeroFactura TO FA-Numero
                       MOVE WS-NT-Factura-Linea(WS-NT-Idx)
                           TO FA-Linea
                       READ Facturas
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD WS-NT-Importe(WS-NT-Idx) TO
                                   FA-Importe-Acreditado
                               IF WS-MotivoNota = "DEV" THEN
                                   ADD WS-NT-Cantidad(WS-NT-Idx) TO
                                       FA-Cantidad-Acreditada
                                   ADD WS-NT-Cantidad(WS-NT-Idx) TO
                                       FA-Cantidad-Devuelta
                               END-IF
                               REWRITE FA-Rec
                       END-READ
                   END-IF
               END-PERFORM
               MOVE WS-NumeroFactura TO FA-Numero
               MOVE 0 TO FA-Linea
               READ Facturas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-Total TO FA-Importe-Acreditado
                       REWRITE FA-Rec
               END-READ
               CLOSE Facturas
           END-IF
       EXIT.


      *> El credito entra en la cuenta corriente con la referencia
      *> de la nota, en lugar del CREDITO manual de antes.
       Acreditar-Cuenta-Corriente.
           MOVE SPACES TO WS-Referencia
           STRING "NOTA CRED " WS-NumeroNota
               DELIMITED SIZE INTO WS-Referencia
           MOVE WS-Total TO WS-ImporteCC
           CALL "Cuentas-Corrientes" USING 3, WS-Cliente,
               WS-ImporteCC, WS-Referencia, WS-Usuario
       EXIT.


       Imprimir-Nota-Credito.
           MOVE SPACES TO WS-NombreDoc
           STRING "NotaCredito-" WS-NumeroNota ".TXT"
               DELIMITED SIZE INTO WS-NombreDoc
           OPEN OUTPUT Documento
           IF WS-DocStatus NOT = "00" THEN
               CALL "Errores" USING WS-DocStatus
           ELSE
               STRING "NOTA DE CREDITO NRO " WS-NumeroNota
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               STRING "Cliente: " WS-Cliente " "
                   FUNCTION TRIM(WS-ClienteNombre)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               STRING "Factura de origen: " WS-NumeroFactura
                   "  Motivo: " WS-MotivoNota
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               STRING "Fecha: " NC-Dia "/" NC-Mes "/" NC-Ano
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               MOVE "----------------------------------------"
                   TO WS-Linea
               PERFORM Escribir-Doc
               PERFORM VARYING WS-NT-Idx FROM 1 BY 1
                       UNTIL WS-NT-Idx > WS-NT-Usadas
                   IF WS-NT-Importe(WS-NT-Idx) > 0 THEN
                       STRING "Linea fact. "
                           WS-NT-Factura-Linea(WS-NT-Idx) " "
                           WS-NT-Product-ID(WS-NT-Idx) " x "
                           WS-NT-Cantidad(WS-NT-Idx) " a "
                           WS-NT-Precio(WS-NT-Idx) " = "
                           WS-NT-Importe(WS-NT-Idx) " (IVA "
                           WS-NT-Tasa(WS-NT-Idx) "%)"
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Doc
                   END-IF
               END-PERFORM
               MOVE "----------------------------------------"
                   TO WS-Linea
               PERFORM Escribir-Doc
               STRING "NETO ACREDITADO:  " WS-Neto
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               STRING "IVA ACREDITADO:   " WS-ImporteIVA
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               PERFORM Imprimir-Percepcion
               STRING "TOTAL ACREDITADO: " WS-Total
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Doc
               CLOSE Documento
               DISPLAY "Documento generado: "
                   FUNCTION TRIM(WS-NombreDoc)
           END-IF
       EXIT.


       Listar-Notas-Credito.
           PERFORM Abrir-Notas
           IF WS-NotasStatus NOT = "00" THEN
               DISPLAY "No hay notas de credito registradas."
           ELSE
               MOVE LOW-VALUES TO NC-Clave
               START NotasCredito KEY IS NOT LESS THAN NC-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Notas de credito emitidas ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ NotasCredito NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NC-Numero > 0 AND NC-Linea = 0 THEN
                               DISPLAY NC-Numero " cliente "
                                   NC-Cliente " factura " NC-Factura
                                   " " NC-Motivo " total " NC-Total
                                   " (" NC-Dia "/" NC-Mes "/" NC-Ano
                                   ")"
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Igual que la reimpresion de facturas: se reconstruye desde
      *> las lineas grabadas, sin recalcular nada.
       Consultar-Nota-Credito.
           DISPLAY "Numero de nota de credito: "
           ACCEPT WS-NumeroNota
           PERFORM Abrir-Notas
           IF WS-NotasStatus NOT = "00" THEN
               DISPLAY "No hay notas de credito registradas."
           ELSE
               MOVE WS-NumeroNota TO NC-Numero
               MOVE 0 TO NC-Linea
               READ NotasCredito
                   INVALID KEY
                       DISPLAY "La nota de credito " WS-NumeroNota
                           " no existe."
                   NOT INVALID KEY
                       IF WS-NumeroNota = 0 THEN
                           DISPLAY "Numero no valido."
                       ELSE
                           PERFORM Recargar-Nota-Credito
                       END-IF
               END-READ
               CLOSE NotasCredito
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Recargar-Nota-Credito.
           MOVE NC-Cliente TO WS-Cliente
           MOVE NC-Factura TO WS-NumeroFactura
           MOVE NC-Motivo TO WS-MotivoNota
           MOVE NC-Neto TO WS-Neto
           MOVE NC-IVA TO WS-ImporteIVA
           MOVE NC-Total TO WS-Total
           MOVE SPACES TO WS-ClienteNombre
           CALL "Clientes" USING 1, WS-Cliente, WS-ClienteNombre,
               WS-Importe, WS-ClienteOk
           MOVE 0 TO WS-NT-Usadas
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
                   OR WS-NT-Usadas >= 50
               READ NotasCredito NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF NC-Numero = WS-NumeroNota
                               AND NC-Linea > 0 THEN
                           ADD 1 TO WS-NT-Usadas
                           MOVE NC-Factura-Linea TO
                               WS-NT-Factura-Linea(WS-NT-Usadas)
                           MOVE NC-Product-ID TO
                               WS-NT-Product-ID(WS-NT-Usadas)
                           MOVE NC-Cantidad TO
                               WS-NT-Cantidad(WS-NT-Usadas)
                           MOVE NC-Precio-Unitario TO
                               WS-NT-Precio(WS-NT-Usadas)
                           MOVE NC-Importe TO
                               WS-NT-Importe(WS-NT-Usadas)
                           MOVE NC-Tasa-IVA TO
                               WS-NT-Tasa(WS-NT-Usadas)
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-NumeroNota TO NC-Numero
           MOVE 0 TO NC-Linea
           READ NotasCredito
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM Imprimir-Nota-Credito
       EXIT.


      *> Deja la solicitud de la factura en curso (campos WS-) para
      *> la interfaz de autorizacion, con el numero de intento.
       Generar-Solicitud-CAE.
           MOVE SPACES TO WS-NombreSolicitud
           STRING "CAE-Sol-" WS-NumeroFactura ".TXT"
               DELIMITED SIZE INTO WS-NombreSolicitud
           OPEN OUTPUT SolicitudCAE
           IF WS-SolicitudStatus NOT = "00" THEN
               CALL "Errores" USING WS-SolicitudStatus
           ELSE
               INITIALIZE SC-Rec
               MOVE "FAC" TO SC-Tipo
               MOVE WS-CUITEmpresa TO SC-CUIT-Emisor
               MOVE WS-Letra TO SC-Letra
               MOVE WS-PuntoVenta TO SC-Punto-Venta
               MOVE WS-NumeroLegal TO SC-Numero
               MOVE WS-FechaDoc TO SC-Fecha
               MOVE WS-ClienteCUIT TO SC-CUIT-Cliente
               MOVE WS-CondicionIVA TO SC-Condicion-IVA
               MOVE WS-Neto TO SC-Neto
               MOVE WS-ImporteIVA TO SC-IVA
               MOVE WS-Percepcion TO SC-Percepcion-IIBB
               MOVE WS-Total TO SC-Total
               MOVE WS-NumeroFactura TO SC-Interno
               MOVE WS-Intento TO SC-Intento
               WRITE SC-Rec
               CLOSE SolicitudCAE
               DISPLAY "Solicitud de CAE en "
                   FUNCTION TRIM(WS-NombreSolicitud)
           END-IF
       EXIT.


      *> Levanta la respuesta de cada factura PENDIENTE. Con CAE la
      *> factura queda AUTORIZADA, se imprime y se debita en la
      *> cuenta corriente; rechazada queda RECHAZADA con el motivo.
      *> Sin archivo de respuesta (o con la de un intento anterior)
      *> sigue pendiente.
       Procesar-Respuestas-CAE.
           MOVE 0 TO WS-Autorizadas
           MOVE 0 TO WS-Rechazadas
           MOVE 0 TO WS-SinRespuesta
           PERFORM Abrir-Facturas
           IF WS-FacturasStatus NOT = "00" THEN
               DISPLAY "No hay facturas registradas."
           ELSE
               PERFORM Cargar-Pendientes
               PERFORM VARYING WS-PE-Idx FROM 1 BY 1
                       UNTIL WS-PE-Idx > WS-PE-Usadas
                   PERFORM Procesar-Respuesta
               END-PERFORM
               CLOSE Facturas
               DISPLAY "Autorizadas: " WS-Autorizadas
                   "  Rechazadas: " WS-Rechazadas
                   "  Sin respuesta: " WS-SinRespuesta
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Pendientes.
           MOVE 0 TO WS-PE-Usadas
           MOVE LOW-VALUES TO FA-Clave
           START Facturas KEY IS NOT LESS THAN FA-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero > 0 AND FA-Linea = 0 AND
                               FA-Estado-CAE = "PENDIENTE" AND
                               WS-PE-Usadas < 200 THEN
                           ADD 1 TO WS-PE-Usadas
                           MOVE FA-Numero TO WS-PE-Numero(WS-PE-Usadas)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Procesar-Respuesta.
           MOVE WS-PE-Numero(WS-PE-Idx) TO WS-NumeroConsulta
           MOVE SPACES TO WS-NombreRespuesta
           STRING "CAE-Res-" WS-NumeroConsulta ".TXT"
               DELIMITED SIZE INTO WS-NombreRespuesta
           MOVE SPACES TO RS-Resultado
           OPEN INPUT RespuestaCAE
           IF WS-RespuestaStatus = "00" THEN
               READ RespuestaCAE
                   AT END
                       MOVE SPACES TO RS-Resultado
               END-READ
               CLOSE RespuestaCAE
           END-IF
           MOVE WS-NumeroConsulta TO FA-Numero
           MOVE 0 TO FA-Linea
           READ Facturas
               INVALID KEY
                   MOVE SPACES TO RS-Resultado
           END-READ
           IF RS-Resultado NOT = SPACES AND
                   (RS-Interno NOT = FA-Numero OR
                    RS-Intento NOT = FA-Intento-CAE) THEN
               MOVE SPACES TO RS-Resultado
           END-IF
           EVALUATE RS-Resultado
               WHEN "A"
                   PERFORM Autorizar-Factura
               WHEN "R"
                   MOVE "RECHAZADA" TO FA-Estado-CAE
                   MOVE RS-Motivo TO FA-Motivo-Rechazo
                   REWRITE FA-Rec
                   ADD 1 TO WS-Rechazadas
                   DISPLAY "Factura " FA-Numero " RECHAZADA: "
                       FUNCTION TRIM(RS-Motivo)
               WHEN OTHER
                   ADD 1 TO WS-SinRespuesta
           END-EVALUATE
       EXIT.


      *> FA-Rec trae la cabecera leida; recien aca la factura se
      *> imprime y entra en la cuenta corriente.
       Autorizar-Factura.
           MOVE "AUTORIZADA" TO FA-Estado-CAE
           MOVE RS-CAE TO FA-CAE
           MOVE RS-CAE-Vto TO FA-CAE-Vto
           MOVE SPACES TO FA-Motivo-Rechazo
           REWRITE FA-Rec
           IF WS-FacturasStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacturasStatus
           ELSE
               ADD 1 TO WS-Autorizadas
               DISPLAY "Factura " FA-Numero " AUTORIZADA, CAE "
                   FA-CAE " vence " FA-CAE-Vto
               PERFORM Recargar-Factura
               PERFORM Debitar-Cuenta-Corriente
           END-IF
       EXIT.


      *> Una factura rechazada se vuelve a pedir tal cual (los
      *> datos del cliente se corrigen en su ficha antes): nuevo
      *> intento, estado PENDIENTE y solicitud regenerada.
       Reintentar-Rechazadas.
           PERFORM Abrir-Facturas
           IF WS-FacturasStatus NOT = "00" THEN
               DISPLAY "No hay facturas registradas."
           ELSE
               PERFORM Listar-Rechazadas
               DISPLAY "Numero interno a reintentar (0 = volver): "
               ACCEPT WS-NumeroConsulta
               IF WS-NumeroConsulta > 0 THEN
                   MOVE WS-NumeroConsulta TO FA-Numero
                   MOVE 0 TO FA-Linea
                   READ Facturas
                       INVALID KEY
                           DISPLAY "La factura no existe."
                       NOT INVALID KEY
                           IF FA-Estado-CAE = "RECHAZADA" THEN
                               PERFORM Reenviar-Solicitud
                           ELSE
                               DISPLAY "La factura esta "
                                   FA-Estado-CAE "; no se reintenta."
                           END-IF
                   END-READ
               END-IF
               CLOSE Facturas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Rechazadas.
           MOVE LOW-VALUES TO FA-Clave
           START Facturas KEY IS NOT LESS THAN FA-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           DISPLAY "--- Facturas rechazadas ---"
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero > 0 AND FA-Linea = 0 AND
                               FA-Estado-CAE = "RECHAZADA" THEN
                           DISPLAY FA-Numero " " FA-Letra " "
                               FA-Punto-Venta "-" FA-Numero-Legal
                               " cliente " FA-Cliente " intento "
                               FA-Intento-CAE ": "
                               FUNCTION TRIM(FA-Motivo-Rechazo)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Reenviar-Solicitud.
           MOVE FA-Numero TO WS-NumeroFactura
           MOVE FA-Cliente TO WS-Cliente
           MOVE FA-Letra TO WS-Letra
           MOVE FA-Punto-Venta TO WS-PuntoVenta
           MOVE FA-Numero-Legal TO WS-NumeroLegal
           MOVE FA-Neto TO WS-Neto
           MOVE FA-IVA TO WS-ImporteIVA
           MOVE FA-Total TO WS-Total
           COMPUTE WS-FechaDoc = (FA-Ano * 10000) + (FA-Mes * 100)
               + FA-Dia
           MOVE FA-Percepcion-IIBB TO WS-Percepcion
           PERFORM Leer-Lista-Cliente
           IF WS-CondicionIVA = SPACES THEN
               MOVE FA-Condicion-IVA TO WS-CondicionIVA
           END-IF
           ADD 1 TO FA-Intento-CAE
           MOVE FA-Intento-CAE TO WS-Intento
           MOVE "PENDIENTE" TO FA-Estado-CAE
           MOVE SPACES TO FA-Motivo-Rechazo
           MOVE WS-CondicionIVA TO FA-Condicion-IVA
           REWRITE FA-Rec
           IF WS-FacturasStatus = "00" THEN
               PERFORM Generar-Solicitud-CAE
               DISPLAY "Factura " WS-NumeroFactura " reenviada "
                   "(intento " WS-Intento ")."
           ELSE
               CALL "Errores" USING WS-FacturasStatus
           END-IF
       EXIT.


      *> Control de cierre del dia: toda factura que no tiene CAE
      *> (pendiente o rechazada), con los dias que lleva asi. Sale
      *> por pantalla y al informe numerado.
       Informe-Sin-CAE.
           MOVE 0 TO WS-SinRespuesta
           PERFORM Abrir-Facturas
           IF WS-FacturasStatus NOT = "00" THEN
               DISPLAY "No hay facturas registradas."
           ELSE
               ACCEPT WS-Fecha FROM DATE
               COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
               MOVE SPACES TO WS-ParamInf
               STRING "cierre " WS-Fecha DELIMITED SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               MOVE SPACES TO WS-Linea
               STRING "FACTURAS SIN AUTORIZACION AL " WS-Fecha
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Informe
               MOVE LOW-VALUES TO FA-Clave
               START Facturas KEY IS NOT LESS THAN FA-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Facturas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF FA-Numero > 0 AND FA-Linea = 0 AND
                                   (FA-Estado-CAE = "PENDIENTE" OR
                                    FA-Estado-CAE = "RECHAZADA") THEN
                               PERFORM Escribir-Sin-CAE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               MOVE SPACES TO WS-Linea
               STRING "Total sin autorizacion: " WS-SinRespuesta
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Informe
               CLOSE Informe
               CLOSE Facturas
               DISPLAY "Detalle en "
                   FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Escribir-Sin-CAE.
           ADD 1 TO WS-SinRespuesta
           COMPUTE WS-DiasSinCAE =
               FUNCTION INTEGER-OF-DATE(WS-HoyNum) -
               FUNCTION INTEGER-OF-DATE(FA-Ano * 10000 +
               FA-Mes * 100 + FA-Dia)
           MOVE SPACES TO WS-Linea
           STRING FA-Numero " " FA-Letra " " FA-Punto-Venta "-"
               FA-Numero-Legal " " FA-Dia "/" FA-Mes "/" FA-Ano
               " hace " WS-DiasSinCAE " dias"
               " " FA-Cliente " " FA-Total " " FA-Estado-CAE " "
               FA-Motivo-Rechazo
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Informe
       EXIT.


       Escribir-Informe.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
