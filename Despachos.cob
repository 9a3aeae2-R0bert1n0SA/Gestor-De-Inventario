               RECORD KEY IS RM-Clave
               FILE STATUS IS WS-RemitosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT SolicitudCOT ASSIGN TO WS-NombreSolicitud
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SolicitudStatus.

           SELECT RespuestaCOT ASSIGN TO WS-NombreRespuesta
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RespuestaStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Despachos.
           COPY DESPACHO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       FD  Remitos.
           COPY REMITO.

       FD  Clientes.
           COPY CLIENTE.

       FD  Productos.
           COPY PRODUCTO.

       FD  SolicitudCOT.
      *>  Solicitud de COT de un despacho en el formato del
      *>  organismo, un archivo por despacho (COT-Sol-nnnnnn.TXT):
      *>  registro 01 de cabecera (empresa, vehiculo), un 02 por
      *>  remito (destinatario, destino, valor), un 03 por linea de
      *>  producto y el 04 de cierre con los totales. La interfaz
      *>  deja la respuesta en COT-Res-nnnnnn.TXT.
       01  CS-Cabecera.
           05 CS-Tipo                  PIC X(2).
           05 CS-CUIT-Empresa          PIC X(11).
           05 CS-Despacho              PIC 9(6).
           05 CS-Intento               PIC 9(2).
           05 CS-Fecha                 PIC 9(8).
           05 CS-Patente               PIC X(10).
           05 CS-Transportista         PIC X(30).
           05 FILLER                   PIC X(91).
       01  CS-Remito.
           05 CS-R-Tipo                PIC X(2).
           05 CS-R-Remito              PIC 9(6).
           05 CS-R-Fecha               PIC 9(8).
           05 CS-R-CUIT-Destinatario   PIC X(13).
           05 CS-R-Razon-Social        PIC X(50).
           05 CS-R-Destino             PIC X(50).
           05 CS-R-Valor               PIC 9(13)V99.
           05 CS-R-Peso                PIC 9(7)V999.
           05 FILLER                   PIC X(6).
       01  CS-Linea.
           05 CS-L-Tipo                PIC X(2).
           05 CS-L-Remito              PIC 9(6).
           05 CS-L-Product-ID          PIC X(10).
           05 CS-L-Descripcion         PIC X(30).
           05 CS-L-Unidad              PIC X(2).
           05 CS-L-Cantidad            PIC 9(7).
           05 CS-L-Valor               PIC 9(13)V99.
           05 FILLER                   PIC X(88).
       01  CS-Cierre.
           05 CS-T-Tipo                PIC X(2).
           05 CS-T-Remitos             PIC 9(4).
           05 CS-T-Lineas              PIC 9(6).
           05 CS-T-Valor               PIC 9(13)V99.
           05 FILLER                   PIC X(133).

       FD  RespuestaCOT.
       01  CR-Rec.
      *>  Un registro por remito. CR-Resultado: A (otorgado, con el
      *>  COT y su vencimiento) o R (rechazado, con el motivo).
           05 CR-Despacho              PIC 9(6).
           05 CR-Intento               PIC 9(2).
           05 CR-Remito                PIC 9(6).
           05 CR-Resultado             PIC X(1).
           05 CR-COT                   PIC X(20).
           05 CR-COT-Vto               PIC 9(8).
           05 CR-Motivo                PIC X(40).

       WORKING-STORAGE SECTION.
           COPY VEHICULO.

           01 WS-Control.
               05 WS-DespachosStatus   PIC XX.
               05 WS-RemitosStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-SolicitudStatus   PIC XX.
               05 WS-RespuestaStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Lineas        PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-Pendientes            PIC 9(5).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-Zona                  PIC X(5).
           01 WS-Confirmar             PIC X(1).
           01 WS-AnoMes                PIC 9(6).
           01 WS-EnMes                 PIC X(1).
           01 WS-EstadoCabecera        PIC X(10).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).

      *>   Acumulado del informe de envios por zona de reparto.
           01 WS-ZonaTabla.
               05 WS-ZT-Entry OCCURS 50 TIMES.
                   10 WS-ZT-Zona           PIC X(5).
                   10 WS-ZT-Despachos      PIC 9(5).
                   10 WS-ZT-Remitos        PIC 9(5).
                   10 WS-ZT-Confirmados    PIC 9(5).
           01 WS-ZT-Usados             PIC 9(2) VALUE 0.
           01 WS-ZT-Idx                PIC 9(2).
           01 WS-ZT-Hallado            PIC X(1).
           01 WS-ZT-Desbordados        PIC 9(5).
           01 WS-TotDespachos          PIC 9(5).
           01 WS-TotRemitos            PIC 9(5).
           01 WS-TotConfirmados        PIC 9(5).
           01 WS-Vehiculo              PIC X(10).
           01 WS-VehiculoOk            PIC X(1).
           01 WS-PesoCarga             PIC 9(7)V999.
           01 WS-VolumenCarga          PIC 9(5)V9(4).
           01 WS-PesoPrueba            PIC 9(7)V999.
           01 WS-VolumenPrueba         PIC 9(5)V9(4).
           01 WS-FechaRuta             PIC 9(8).
           01 WS-ClienteCodigo         PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-EnRuta                PIC X(1).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-Parada                PIC 9(3).
           01 WS-ParadaClave           PIC X(18).
           01 WS-DomicilioOk           PIC X(1).
           01 WS-EdPeso                PIC Z(6)9.999.
           01 WS-EdVolumen             PIC Z(4)9.9999.
           01 WS-EdImporte             PIC Z(12)9.99.
           01 WS-TotBultos             PIC 9(5).
           01 WS-TotPeso               PIC 9(7)V999.
           01 WS-TotVolumen            PIC 9(5)V9(4).
           01 WS-TotCobro              PIC 9(13)V99.
           01 WS-CantBultos            PIC 9(3).
           01 WS-BultosOk              PIC X(1).
           01 WS-Faltantes             PIC 9(5).
           01 WS-RecibidoPor           PIC X(30).
           01 WS-Resolucion            PIC X(30).
           01 WS-EnReclamo             PIC X(1).
           01 WS-TotReclamos           PIC 9(5).
           01 WS-ValorCarga            PIC 9(13)V99.
           01 WS-ValorRemito           PIC 9(13)V99.
           01 WS-MontoCOT              PIC 9(13)V99.
           01 WS-RequiereCOT           PIC X(1).
           01 WS-Patente               PIC X(10).
           01 WS-CUITEmpresa           PIC X(11).
           01 WS-NombreSolicitud       PIC X(40).
           01 WS-NombreRespuesta       PIC X(40).
           01 WS-CS-Remitos            PIC 9(4).
           01 WS-CS-Lineas             PIC 9(6).
           01 WS-COTIntento            PIC 9(2).
           01 WS-COTFaltan             PIC 9(4).
           01 WS-COTRechazos           PIC 9(4).
           01 WS-COTMotivo             PIC X(40).
           01 WS-COTHallado            PIC X(1).
           01 WS-Autorizados           PIC 9(4).
           01 WS-Rechazados            PIC 9(4).
           01 WS-SinRespuesta          PIC 9(4).

      *>   Despachos con la solicitud de COT pendiente de respuesta.
           01 WS-PendientesCOT.
               05 WS-PC-Numero OCCURS 200 TIMES PIC 9(6).
           01 WS-PC-Usados             PIC 9(3) VALUE 0.
           01 WS-PC-Idx                PIC 9(3).
           COPY DOMICILIO.

      *>   Paradas de la hoja de ruta: un renglon por remito,
      *>   ordenado por zona, cliente y domicilio; los remitos de
      *>   igual cliente y domicilio forman una sola parada.
           01 WS-RutaTabla.
               05 WS-HR-Entry OCCURS 100 TIMES.
                   10 WS-HR-Clave.
                       15 WS-HR-Zona       PIC X(5).
                       15 WS-HR-Cliente    PIC X(10).
                       15 WS-HR-Domicilio  PIC 9(3).
                   10 WS-HR-Remito         PIC 9(6).
                   10 WS-HR-Despacho       PIC 9(6).
                   10 WS-HR-Destino        PIC X(50).
                   10 WS-HR-Bultos         PIC 9(3).
                   10 WS-HR-Peso           PIC 9(7)V999.
                   10 WS-HR-Cobro          PIC 9(13)V99.
                   10 WS-HR-COT            PIC X(20).
           01 WS-HR-Usados             PIC 9(3) VALUE 0.
           01 WS-HR-Idx                PIC 9(3).
           01 WS-HR-J                  PIC 9(3).
           01 WS-HR-Aux                PIC X(128).
           01 WS-HR-Desbordados        PIC 9(5).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).
               DISPLAY "2. Confirmar entrega de un despacho"
               DISPLAY "3. Listar despachos"
               DISPLAY "4. Informe de envios sin confirmar"
               DISPLAY "5. Informe de envios por zona de reparto"
               DISPLAY "6. Hoja de ruta de un vehiculo"
               DISPLAY "7. Informe de reclamos a transportistas"
               DISPLAY "8. Resolver un reclamo por bultos faltantes"
               DISPLAY "9. Procesar respuestas de COT"
               DISPLAY "10. Regenerar la solicitud de COT"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                       PERFORM Listar-Despachos
                   WHEN 4
                       PERFORM Informe-Sin-Confirmar
                   WHEN 5
                       PERFORM Informe-Envios-Zona
                   WHEN 6
                       PERFORM Hoja-De-Ruta
                   WHEN 7
                       PERFORM Informe-Reclamos
                   WHEN 8
                       PERFORM Resolver-Reclamo
                   WHEN 9
                       PERFORM Procesar-Respuestas-COT
                   WHEN 10
                       PERFORM Regenerar-Solicitud-COT
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
           ACCEPT WS-Transportista
           DISPLAY "Referencia de seguimiento: "
           ACCEPT WS-Tracking
           DISPLAY "Zona de reparto (Enter = sin zona): "
           MOVE SPACES TO WS-Zona
           ACCEPT WS-Zona
           MOVE FUNCTION UPPER-CASE(WS-Zona) TO WS-Zona
           PERFORM Elegir-Vehiculo
           MOVE WS-Vehiculo TO WS-Patente
           IF WS-Vehiculo = SPACES THEN
               DISPLAY "Patente del vehiculo del transportista: "
               ACCEPT WS-Patente
               MOVE FUNCTION UPPER-CASE(WS-Patente) TO WS-Patente
           END-IF
           PERFORM Leer-Monto-COT
           MOVE 0 TO WS-PesoCarga
           MOVE 0 TO WS-VolumenCarga
           MOVE 0 TO WS-ValorCarga
           PERFORM Abrir-Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DespachosStatus
               ELSE
                   MOVE WS-ProximoNumero TO WS-NumeroDespacho
                   MOVE 0 TO WS-NumeroLinea
                   IF WS-Zona NOT = SPACES THEN
                       PERFORM Listar-Pendientes-Zona
                   END-IF
                   PERFORM Cargar-Remitos-Despacho
                   IF WS-NumeroLinea > 0 THEN
                       PERFORM Escribir-Cabecera-Despacho
                           " creado con " WS-NumeroLinea
                           " remito(s), transporte "
                           FUNCTION TRIM(WS-Transportista) "."
                       DISPLAY "Carga: " WS-PesoCarga " kg / "
                           WS-VolumenCarga " m3"
                       IF WS-RequiereCOT = 'S' THEN
                           PERFORM Generar-Solicitud-COT
                           DISPLAY "Valor " WS-ValorCarga " sobre el "
                               "minimo de COT: el despacho queda "
                               "PEND-COT y no sale hasta recibirlo."
                       END-IF
                   ELSE
                       DISPLAY "Despacho sin remitos; no se "
                           "grabo."
                   DISPLAY "El remito " WS-NumeroRemito
                       " no existe."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RM-Estado NOT = "DESPACHADO"
                           DISPLAY "El remito esta " RM-Estado
                               "; solo se envian remitos DESPACHADO."
                       WHEN RM-Directo = 'S'
                           DISPLAY "El remito es de entrega directa "
                               "del proveedor (orden " RM-OC-Directa
                               "); no viaja en nuestros vehiculos."
                       WHEN OTHER
                           PERFORM Verificar-No-Enviado
                           IF WS-RemitoOk = 'S' THEN
                               PERFORM Verificar-Zona-Remito
                           END-IF
                           IF WS-RemitoOk = 'S' THEN
                               PERFORM Verificar-Capacidad
                           END-IF
                   END-EVALUATE
           END-READ
       EXIT.


      *> Vehiculo propio del viaje; Enter = transporte tercerizado
      *> (sin control de capacidad). Sin transportista tipeado se
      *> toma el chofer del vehiculo.
       Elegir-Vehiculo.
           MOVE 'N' TO WS-VehiculoOk
           INITIALIZE VH-Rec
           PERFORM UNTIL WS-VehiculoOk = 'S' OR WS-VehiculoOk = 'C'
               DISPLAY "Vehiculo propio (patente, Enter = "
                   "tercerizado): "
               MOVE SPACES TO WS-Vehiculo
               ACCEPT WS-Vehiculo
               IF WS-Vehiculo = SPACES THEN
                   MOVE 'C' TO WS-VehiculoOk
               ELSE
                   MOVE WS-Vehiculo TO VH-Codigo
                   CALL "Vehiculos" USING 1, WS-Usuario,
                       WS-VehiculoOk, VH-Rec
                   IF WS-VehiculoOk = 'S' THEN
                       MOVE VH-Codigo TO WS-Vehiculo
                       DISPLAY FUNCTION TRIM(VH-Descripcion)
                           " - capacidad " VH-Capacidad-Kg " kg / "
                           VH-Capacidad-M3 " m3"
                       IF WS-Transportista = SPACES THEN
                           MOVE VH-Chofer TO WS-Transportista
                       END-IF
                   ELSE
                       DISPLAY "Vehiculo inexistente o fuera de "
                           "servicio."
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VehiculoOk = 'C' THEN
               MOVE SPACES TO WS-Vehiculo
               INITIALIZE VH-Rec
           END-IF
       EXIT.


      *> Con la carga acumulada mas la del remito se controla la
      *> capacidad del vehiculo en kilos y en metros cubicos; se
      *> puede cargar igual con confirmacion.
       Verificar-Capacidad.
           COMPUTE WS-PesoPrueba = WS-PesoCarga + RM-Peso-Total
           COMPUTE WS-VolumenPrueba = WS-VolumenCarga +
               RM-Volumen-Total
           IF WS-Vehiculo NOT = SPACES THEN
               IF (VH-Capacidad-Kg > 0 AND
                       WS-PesoPrueba > VH-Capacidad-Kg) OR
                       (VH-Capacidad-M3 > 0 AND
                       WS-VolumenPrueba > VH-Capacidad-M3) THEN
                   DISPLAY "AVISO: con el remito la carga llega a "
                       WS-PesoPrueba " kg / " WS-VolumenPrueba
                       " m3 y supera la capacidad del vehiculo ("
                       VH-Capacidad-Kg " kg / " VH-Capacidad-M3
                       " m3)."
                   DISPLAY "Cargarlo igual (S/N): "
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar NOT = 'S' AND
                           WS-Confirmar NOT = 's' THEN
                       MOVE 'N' TO WS-RemitoOk
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Un remito de otra zona se puede sumar igual, pero con
      *> confirmacion: el camion de la zona no pasa por ahi.
       Verificar-Zona-Remito.
           IF WS-Zona NOT = SPACES AND RM-Zona NOT = WS-Zona THEN
               DISPLAY "El remito es de la zona " RM-Zona
                   " y el despacho de la zona " WS-Zona
                   ". Agregarlo igual (S/N): "
               ACCEPT WS-Confirmar
               IF WS-Confirmar NOT = 'S' AND
                       WS-Confirmar NOT = 's' THEN
                   MOVE 'N' TO WS-RemitoOk
               END-IF
           END-IF
       EXIT.


      *> Remitos DESPACHADO de la zona que todavia no viajan en
      *> ningun despacho: la lista de carga del camion.
       Listar-Pendientes-Zona.
           DISPLAY "--- Remitos de la zona " WS-Zona
               " pendientes de envio ---"
           MOVE 0 TO WS-Pendientes
           MOVE LOW-VALUES TO RM-Clave
           START Remitos KEY IS NOT LESS THAN RM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-FinCarga
               NOT INVALID KEY
                   MOVE 'N' TO WS-FinCarga
           END-START
           PERFORM UNTIL WS-FinCarga = 'Y'
               READ Remitos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FinCarga
                   NOT AT END
                       IF RM-Numero > 0 AND RM-Linea = 0 AND
                               RM-Zona = WS-Zona AND
                               RM-Estado = "DESPACHADO" AND
                               RM-Directo NOT = 'S' THEN
                           MOVE RM-Numero TO WS-NumeroRemito
                           PERFORM Verificar-Pendiente-Envio
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Remitos pendientes: " WS-Pendientes
       EXIT.


       Verificar-Pendiente-Envio.
           MOVE 'S' TO WS-RemitoOk
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
                           MOVE 'N' TO WS-RemitoOk
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           IF WS-RemitoOk = 'S' THEN
               ADD 1 TO WS-Pendientes
               DISPLAY "Remito " RM-Numero " "
                   FUNCTION TRIM(RM-Cliente(1:10)) " "
                   FUNCTION TRIM(RM-Destino) " (" RM-Dia "/"
                   RM-Mes "/" RM-Ano ")"
           END-IF
       EXIT.


           MOVE "ENVIADO" TO DE-Estado
           MOVE WS-HoyNum TO DE-Fecha
           MOVE WS-Usuario TO DE-Usuario
           PERFORM Valorizar-Remito
           MOVE WS-ValorRemito TO DE-Valor
           WRITE DE-Rec
           IF WS-DespachosStatus = "00" THEN
               DISPLAY "Remito " WS-NumeroRemito " agregado."
               ADD WS-ValorRemito TO WS-ValorCarga
               MOVE WS-PesoPrueba TO WS-PesoCarga
               MOVE WS-VolumenPrueba TO WS-VolumenCarga
               CALL "Bultos" USING 2, WS-Usuario, WS-NumeroRemito,
                   WS-CantBultos, WS-NumeroDespacho, WS-BultosOk
               IF WS-CantBultos > 0 THEN
                   DISPLAY "  " WS-CantBultos " bulto(s) a bordo."
               END-IF
           ELSE
               CALL "Errores" USING WS-DespachosStatus
               SUBTRACT 1 FROM WS-NumeroLinea
           MOVE WS-Tracking TO DE-Tracking
           MOVE "ENVIADO" TO DE-Estado
           MOVE WS-HoyNum TO DE-Fecha
           MOVE WS-Zona TO DE-Zona
           MOVE WS-Vehiculo TO DE-Vehiculo
           MOVE WS-PesoCarga TO DE-Peso-Total
           MOVE WS-VolumenCarga TO DE-Volumen-Total
           MOVE WS-Usuario TO DE-Usuario
           MOVE WS-ValorCarga TO DE-Valor
           MOVE WS-Patente TO DE-Patente
           MOVE 'N' TO WS-RequiereCOT
           IF WS-ValorCarga >= WS-MontoCOT THEN
               MOVE 'S' TO WS-RequiereCOT
               MOVE "PEND-COT" TO DE-Estado
               MOVE "PENDIENTE" TO DE-COT-Estado
               MOVE 1 TO DE-COT-Intento
           END-IF
           WRITE DE-Rec
           IF WS-DespachosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DespachosStatus
       EXIT.


      *> La entrega se confirma bulto por bulto en cada remito del
      *> despacho (los remitos sin bultos declarados se dan por
      *> entregados con la firma). Si falta algun bulto el despacho
      *> queda PARCIAL con un reclamo ABIERTO al transportista.
       Confirmar-Despacho.
           DISPLAY "Numero de despacho: "
           ACCEPT WS-NumeroDespacho
                       DISPLAY "El despacho " WS-NumeroDespacho
                           " no existe."
                   NOT INVALID KEY
                       EVALUATE DE-Estado
                           WHEN "CONFIRMADO"
                               DISPLAY "Ya esta confirmado (el "
                                   DE-Fecha-Confirmacion " por "
                                   FUNCTION TRIM(DE-Recibido-Por)
                                   ")."
                           WHEN "PARCIAL"
                               DISPLAY "Entrega parcial ya "
                                   "registrada; el reclamo se "
                                   "resuelve por la opcion 8."
                           WHEN "PEND-COT"
                               DISPLAY "El despacho no tiene COT "
                                   "valido (" DE-COT-Estado "); no "
                                   "salio y no se puede confirmar."
                           WHEN OTHER
                               PERFORM Confirmar-Cargado
                       END-EVALUATE
               END-READ
               CLOSE Despachos
           END-IF
       EXIT.


       Confirmar-Cargado.
           DISPLAY "Quien recibio (firma): "
           ACCEPT WS-RecibidoPor
           MOVE 0 TO WS-Faltantes
           PERFORM Confirmar-Bultos-Lineas
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           READ Despachos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RecibidoPor TO DE-Recibido-Por
                   MOVE WS-HoyNum TO DE-Fecha-Confirmacion
                   MOVE WS-Faltantes TO DE-Bultos-Faltantes
                   IF WS-Faltantes = 0 THEN
                       MOVE "CONFIRMADO" TO DE-Estado
                   ELSE
                       MOVE "PARCIAL" TO DE-Estado
                       MOVE "ABIERTO" TO DE-Reclamo-Estado
                       MOVE SPACES TO DE-Reclamo-Resolucion
                       MOVE WS-HoyNum TO DE-Reclamo-Fecha
                   END-IF
                   REWRITE DE-Rec
                   IF WS-Faltantes = 0 THEN
                       DISPLAY "Despacho confirmado."
                   ELSE
                       DISPLAY "Entrega PARCIAL: " WS-Faltantes
                           " bulto(s) faltante(s). Reclamo abierto "
                           "a " FUNCTION TRIM(DE-Transportista)
                           " ref " FUNCTION TRIM(DE-Tracking) "."
                   END-IF
           END-READ
       EXIT.


       Confirmar-Bultos-Lineas.
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           START Despachos KEY IS GREATER THAN DE-Clave
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
                       IF DE-Numero = WS-NumeroDespacho THEN
                           CALL "Bultos" USING 3, WS-Usuario,
                               DE-Remito, WS-CantBultos,
                               WS-NumeroDespacho, WS-BultosOk
                           IF WS-BultosOk = 'N' THEN
                               MOVE 0 TO WS-CantBultos
                           END-IF
                           MOVE WS-CantBultos TO DE-Bultos-Faltantes
                           MOVE "CONFIRMADO" TO DE-Estado
                           IF WS-CantBultos > 0 THEN
                               MOVE "PARCIAL" TO DE-Estado
                           END-IF
                           REWRITE DE-Rec
                           ADD WS-CantBultos TO WS-Faltantes
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


                                       " ref "
                                       FUNCTION TRIM(DE-Tracking)
                                       " (" DE-Fecha ")"
                                       " zona " DE-Zona
                                   IF DE-Vehiculo NOT = SPACES
                                       THEN
                                       DISPLAY "    vehiculo "
                                           DE-Vehiculo " carga "
                                           DE-Peso-Total " kg / "
                                           DE-Volumen-Total " m3"
                                   END-IF
                                   IF DE-COT-Estado NOT = SPACES
                                       THEN
                                       DISPLAY "    COT "
                                           DE-COT-Estado " valor "
                                           DE-Valor " patente "
                                           DE-Patente " "
                                           FUNCTION TRIM(DE-COT-Motivo)
                                   END-IF
                                   IF DE-Reclamo-Estado NOT = SPACES
                                       THEN
                                       DISPLAY "    reclamo "
                                           DE-Reclamo-Estado " "
                                           DE-Bultos-Faltantes
                                           " bulto(s) faltante(s) "
                                           FUNCTION TRIM(
                                           DE-Reclamo-Resolucion)
                                   END-IF
                               ELSE
                                   DISPLAY "    remito " DE-Remito
                                       " COT " DE-COT
                                   IF DE-Bultos-Faltantes > 0 THEN
                                       DISPLAY "      faltan "
                                           DE-Bultos-Faltantes
                                           " bulto(s)"
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                   FUNCTION TRIM(DE-Tracking) ")"
           END-IF
       EXIT.


      *> Envios del mes agrupados por la zona de reparto de cada
      *> remito (la del domicilio de entrega; SIN ZONA en los
      *> remitos sin domicilio). Por zona: despachos del mes con
      *> esa zona, remitos enviados y remitos ya confirmados.
       Informe-Envios-Zona.
           DISPLAY "Mes a informar AAAAMM: "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
           ELSE
               MOVE 0 TO WS-AnoMes
           END-IF
           IF WS-AnoMes = 0 THEN
               DISPLAY "Mes no valido."
           ELSE
               PERFORM Abrir-Despachos
               IF WS-DespachosStatus NOT = "00" THEN
                   DISPLAY "No hay despachos registrados."
               ELSE
                   OPEN INPUT Remitos
                   IF WS-RemitosStatus NOT = "00" THEN
                       DISPLAY "No hay remitos registrados."
                   ELSE
                       PERFORM Acumular-Envios-Zona
                       PERFORM Emitir-Envios-Zona
                       CLOSE Remitos
                   END-IF
                   CLOSE Despachos
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Envios-Zona.
           MOVE 0 TO WS-ZT-Usados
           MOVE 0 TO WS-ZT-Desbordados
           MOVE 'N' TO WS-EnMes
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
                       IF DE-Numero > 0 THEN
                           PERFORM Acumular-Registro-Despacho
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> La cabecera (linea 000) llega antes que sus lineas: fija
      *> si el despacho es del mes y su estado de confirmacion.
       Acumular-Registro-Despacho.
           IF DE-Linea = 0 THEN
               MOVE 'N' TO WS-EnMes
               IF DE-Fecha(1:6) = WS-AnoMes THEN
                   MOVE 'S' TO WS-EnMes
                   MOVE DE-Estado TO WS-EstadoCabecera
                   MOVE DE-Zona TO WS-Zona
                   PERFORM Buscar-Zona-Tabla
                   IF WS-ZT-Hallado = 'S' THEN
                       ADD 1 TO WS-ZT-Despachos(WS-ZT-Idx)
                   END-IF
               END-IF
           ELSE
               IF WS-EnMes = 'S' THEN
                   MOVE DE-Remito TO RM-Numero
                   MOVE 0 TO RM-Linea
                   READ Remitos
                       INVALID KEY
                           MOVE SPACES TO WS-Zona
                       NOT INVALID KEY
                           MOVE RM-Zona TO WS-Zona
                   END-READ
                   PERFORM Buscar-Zona-Tabla
                   IF WS-ZT-Hallado = 'S' THEN
                       ADD 1 TO WS-ZT-Remitos(WS-ZT-Idx)
                       IF WS-EstadoCabecera = "CONFIRMADO" THEN
                           ADD 1 TO WS-ZT-Confirmados(WS-ZT-Idx)
                       END-IF
                   END-IF
               END-IF
           END-IF
       EXIT.


       Buscar-Zona-Tabla.
           MOVE 'N' TO WS-ZT-Hallado
           PERFORM VARYING WS-ZT-Idx FROM 1 BY 1
                   UNTIL WS-ZT-Idx > WS-ZT-Usados
                   OR WS-ZT-Hallado = 'S'
               IF WS-ZT-Zona(WS-ZT-Idx) = WS-Zona THEN
                   MOVE 'S' TO WS-ZT-Hallado
               END-IF
           END-PERFORM
           IF WS-ZT-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-ZT-Idx
           ELSE
               IF WS-ZT-Usados < 50 THEN
                   ADD 1 TO WS-ZT-Usados
                   MOVE WS-ZT-Usados TO WS-ZT-Idx
                   MOVE WS-Zona TO WS-ZT-Zona(WS-ZT-Idx)
                   MOVE 0 TO WS-ZT-Despachos(WS-ZT-Idx)
                   MOVE 0 TO WS-ZT-Remitos(WS-ZT-Idx)
                   MOVE 0 TO WS-ZT-Confirmados(WS-ZT-Idx)
                   MOVE 'S' TO WS-ZT-Hallado
               ELSE
                   ADD 1 TO WS-ZT-Desbordados
               END-IF
           END-IF
       EXIT.


       Emitir-Envios-Zona.
           MOVE SPACES TO WS-ParamInf
           STRING "mes " WS-AnoMes DELIMITED SIZE INTO WS-ParamInf
           MOVE "ENVIOS-ZON" TO WS-CodigoInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE 0 TO WS-TotDespachos
               MOVE 0 TO WS-TotRemitos
               MOVE 0 TO WS-TotConfirmados
               MOVE SPACES TO WS-Linea
               STRING "ENVIOS POR ZONA DE REPARTO DEL MES " WS-AnoMes
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE "ZONA     DESPACHOS  REMITOS  CONFIRMADOS"
                   TO WS-Linea
               PERFORM Escribir-Linea
               PERFORM VARYING WS-ZT-Idx FROM 1 BY 1
                       UNTIL WS-ZT-Idx > WS-ZT-Usados
                   PERFORM Escribir-Linea-Zona
               END-PERFORM
               MOVE SPACES TO WS-Linea
               STRING "TOTAL    " WS-TotDespachos "      "
                   WS-TotRemitos "    " WS-TotConfirmados
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               IF WS-ZT-Desbordados > 0 THEN
                   MOVE SPACES TO WS-Linea
                   STRING "AVISO: " WS-ZT-Desbordados " registro(s) "
                       "fuera de la tabla de zonas."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


       Escribir-Linea-Zona.
           MOVE WS-ZT-Zona(WS-ZT-Idx) TO WS-Zona
           IF WS-Zona = SPACES THEN
               MOVE "S/Z" TO WS-Zona
           END-IF
           ADD WS-ZT-Despachos(WS-ZT-Idx) TO WS-TotDespachos
           ADD WS-ZT-Remitos(WS-ZT-Idx) TO WS-TotRemitos
           ADD WS-ZT-Confirmados(WS-ZT-Idx) TO WS-TotConfirmados
           MOVE SPACES TO WS-Linea
           STRING WS-Zona "    " WS-ZT-Despachos(WS-ZT-Idx) "      "
               WS-ZT-Remitos(WS-ZT-Idx) "    "
               WS-ZT-Confirmados(WS-ZT-Idx)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


      *> Reclamos abiertos por bultos faltantes, agrupados por
      *> despacho con el transportista a reclamar y los remitos
      *> afectados.
       Informe-Reclamos.
           MOVE SPACES TO WS-ParamInf
           MOVE "ABIERTOS" TO WS-ParamInf
           MOVE "RECLAMOS-T" TO WS-CodigoInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE 0 TO WS-TotReclamos
               MOVE 0 TO WS-Faltantes
               MOVE 'N' TO WS-EnReclamo
               MOVE "RECLAMOS ABIERTOS A TRANSPORTISTAS" TO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Abrir-Despachos
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
                               IF DE-Numero > 0 THEN
                                   PERFORM Escribir-Reclamo
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE Despachos
               END-IF
               MOVE SPACES TO WS-Linea
               STRING "TOTAL " WS-TotReclamos " reclamo(s), "
                   WS-Faltantes " bulto(s) faltante(s)"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Escribir-Reclamo.
           IF DE-Linea = 0 THEN
               MOVE 'N' TO WS-EnReclamo
               IF DE-Reclamo-Estado = "ABIERTO" THEN
                   MOVE 'S' TO WS-EnReclamo
                   ADD 1 TO WS-TotReclamos
                   ADD DE-Bultos-Faltantes TO WS-Faltantes
                   MOVE SPACES TO WS-Linea
                   STRING "Despacho " DE-Numero " del " DE-Fecha
                       " - " DE-Transportista " ref " DE-Tracking
                       " - " DE-Bultos-Faltantes " faltante(s)"
                       " desde " DE-Reclamo-Fecha
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
           ELSE
               IF WS-EnReclamo = 'S' AND DE-Bultos-Faltantes > 0
                   THEN
                   MOVE SPACES TO WS-Linea
                   STRING "    remito " DE-Remito " faltan "
                       DE-Bultos-Faltantes " bulto(s)"
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
           END-IF
       EXIT.


      *> Los bultos que aparecen y se entregan despues se marcan en
      *> cada remito; sin faltantes el reclamo se cierra solo y el
      *> despacho pasa a CONFIRMADO. Si quedan, el reclamo puede
      *> cerrarse igual con la resolucion acordada (indemnizacion,
      *> nota de credito del transportista, etc.).
       Resolver-Reclamo.
           DISPLAY "Numero de despacho: "
           ACCEPT WS-NumeroDespacho
           PERFORM Abrir-Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               DISPLAY "No hay despachos registrados."
           ELSE
               MOVE WS-NumeroDespacho TO DE-Numero
               MOVE 0 TO DE-Linea
               READ Despachos
                   INVALID KEY
                       DISPLAY "El despacho " WS-NumeroDespacho
                           " no existe."
                   NOT INVALID KEY
                       IF DE-Reclamo-Estado NOT = "ABIERTO" THEN
                           DISPLAY "El despacho no tiene un "
                               "reclamo abierto."
                       ELSE
                           PERFORM Resolver-Cargado
                       END-IF
               END-READ
               CLOSE Despachos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Resolver-Cargado.
           DISPLAY "Reclamo a " FUNCTION TRIM(DE-Transportista)
               " por " DE-Bultos-Faltantes " bulto(s)."
           MOVE 0 TO WS-Faltantes
           PERFORM Resolver-Bultos-Lineas
           MOVE SPACES TO WS-Resolucion
           IF WS-Faltantes = 0 THEN
               MOVE "BULTOS ENTREGADOS" TO WS-Resolucion
           ELSE
               DISPLAY "Siguen faltando " WS-Faltantes
                   " bulto(s). Cerrar el reclamo igual (S/N): "
               ACCEPT WS-Confirmar
               IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                   DISPLAY "Resolucion: "
                   ACCEPT WS-Resolucion
                   IF WS-Resolucion = SPACES THEN
                       MOVE "CERRADO SIN DETALLE" TO WS-Resolucion
                   END-IF
               END-IF
           END-IF
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           READ Despachos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-Faltantes TO DE-Bultos-Faltantes
                   IF WS-Faltantes = 0 THEN
                       MOVE "CONFIRMADO" TO DE-Estado
                   END-IF
                   IF WS-Resolucion NOT = SPACES THEN
                       MOVE "CERRADO" TO DE-Reclamo-Estado
                       MOVE WS-Resolucion TO DE-Reclamo-Resolucion
                       MOVE WS-HoyNum TO DE-Reclamo-Fecha
                       DISPLAY "Reclamo cerrado: "
                           FUNCTION TRIM(WS-Resolucion)
                   ELSE
                       DISPLAY "El reclamo sigue abierto."
                   END-IF
                   REWRITE DE-Rec
           END-READ
       EXIT.


       Resolver-Bultos-Lineas.
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           START Despachos KEY IS GREATER THAN DE-Clave
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
                       IF DE-Numero NOT = WS-NumeroDespacho THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF DE-Bultos-Faltantes > 0 THEN
                               CALL "Bultos" USING 4, WS-Usuario,
                                   DE-Remito, WS-CantBultos,
                                   WS-NumeroDespacho, WS-BultosOk
                               MOVE WS-CantBultos
                                   TO DE-Bultos-Faltantes
                               IF WS-CantBultos = 0 THEN
                                   MOVE "CONFIRMADO" TO DE-Estado
                               END-IF
                               REWRITE DE-Rec
                               ADD WS-CantBultos TO WS-Faltantes
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Monto desde el que el traslado necesita COT (parametro
      *> COT-MONTO-MINIMO; en 0 todos los despachos lo llevan).
       Leer-Monto-COT.
           MOVE "0" TO WS-ValorParam
           MOVE "COT-MONTO-MINIMO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam) TO WS-MontoCOT
           ELSE
               MOVE 0 TO WS-MontoCOT
           END-IF
       EXIT.


      *> Valor del remito WS-NumeroRemito para el COT: cantidad
      *> despachada de cada linea al precio de venta del producto.
       Valorizar-Remito.
           MOVE 0 TO WS-ValorRemito
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-NumeroRemito TO RM-Numero
               MOVE 0 TO RM-Linea
               START Remitos KEY IS GREATER THAN RM-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Lineas
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Lineas
               END-START
               PERFORM UNTIL WS-EOF-Lineas = 'Y'
                   READ Remitos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Lineas
                       NOT AT END
                           IF RM-Numero NOT = WS-NumeroRemito THEN
                               MOVE 'Y' TO WS-EOF-Lineas
                           ELSE
                               IF RM-Estado = "DESPACHADO" THEN
                                   MOVE RM-Product-ID TO Product-ID
                                   READ Productos
                                       INVALID KEY
                                           CONTINUE
                                       NOT INVALID KEY
                                           COMPUTE WS-ValorRemito =
                                               WS-ValorRemito +
                                               RM-Cantidad *
                                               P-Precio-Venta
                                   END-READ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Lineas
               CLOSE Productos
           END-IF
       EXIT.


      *> Arma COT-Sol-nnnnnn.TXT del despacho WS-NumeroDespacho con
      *> Despachos y Remitos abiertos; el intento sale de la
      *> cabecera y la respuesta se acepta solo para ese intento.
       Generar-Solicitud-COT.
           MOVE SPACES TO WS-ValorParam
           MOVE "CUIT-EMPRESA" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam(1:11) TO WS-CUITEmpresa
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           READ Despachos
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO WS-NombreSolicitud
           STRING "COT-Sol-" WS-NumeroDespacho ".TXT"
               DELIMITED SIZE INTO WS-NombreSolicitud
           OPEN OUTPUT SolicitudCOT
           IF WS-SolicitudStatus NOT = "00" THEN
               CALL "Errores" USING WS-SolicitudStatus
           ELSE
               MOVE 0 TO WS-CS-Remitos
               MOVE 0 TO WS-CS-Lineas
               MOVE DE-Valor TO WS-ValorCarga
               INITIALIZE CS-Cabecera
               MOVE "01" TO CS-Tipo
               MOVE WS-CUITEmpresa TO CS-CUIT-Empresa
               MOVE DE-Numero TO CS-Despacho
               MOVE DE-COT-Intento TO CS-Intento
               MOVE DE-Fecha TO CS-Fecha
               MOVE DE-Patente TO CS-Patente
               MOVE DE-Transportista TO CS-Transportista
               WRITE CS-Cabecera
               OPEN INPUT Clientes
               OPEN INPUT Productos
               MOVE WS-NumeroDespacho TO DE-Numero
               MOVE 0 TO DE-Linea
               START Despachos KEY IS GREATER THAN DE-Clave
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
                           IF DE-Numero = WS-NumeroDespacho THEN
                               PERFORM Solicitud-Remito
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-ClientesStatus = "00" THEN
                   CLOSE Clientes
               END-IF
               IF WS-ProductosStatus = "00" THEN
                   CLOSE Productos
               END-IF
               INITIALIZE CS-Cierre
               MOVE "04" TO CS-T-Tipo
               MOVE WS-CS-Remitos TO CS-T-Remitos
               MOVE WS-CS-Lineas TO CS-T-Lineas
               MOVE WS-ValorCarga TO CS-T-Valor
               WRITE CS-Cierre
               CLOSE SolicitudCOT
               DISPLAY "Solicitud de COT en "
                   FUNCTION TRIM(WS-NombreSolicitud)
           END-IF
       EXIT.


       Solicitud-Remito.
           MOVE DE-Remito TO RM-Numero
           MOVE 0 TO RM-Linea
           READ Remitos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   INITIALIZE CS-Remito
                   MOVE "02" TO CS-R-Tipo
                   MOVE RM-Numero TO CS-R-Remito
                   MOVE RM-Fecha TO CS-R-Fecha
                   MOVE RM-Cliente TO CS-R-Razon-Social
                   IF WS-ClientesStatus = "00" THEN
                       MOVE RM-Cliente(1:10) TO CLI-Codigo
                       READ Clientes
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CLI-CUIT
                                   TO CS-R-CUIT-Destinatario
                               MOVE CLI-Nombre
                                   TO CS-R-Razon-Social
                       END-READ
                   END-IF
                   MOVE RM-Destino TO CS-R-Destino
                   MOVE DE-Valor TO CS-R-Valor
                   MOVE RM-Peso-Total TO CS-R-Peso
                   WRITE CS-Remito
                   ADD 1 TO WS-CS-Remitos
                   PERFORM Solicitud-Lineas-Remito
           END-READ
       EXIT.


       Solicitud-Lineas-Remito.
           START Remitos KEY IS GREATER THAN RM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Lineas
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Lineas
           END-START
           PERFORM UNTIL WS-EOF-Lineas = 'Y'
               READ Remitos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Lineas
                   NOT AT END
                       IF RM-Numero NOT = DE-Remito THEN
                           MOVE 'Y' TO WS-EOF-Lineas
                       ELSE
                           IF RM-Estado = "DESPACHADO" THEN
                               PERFORM Solicitud-Linea-Producto
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Lineas
       EXIT.


       Solicitud-Linea-Producto.
           INITIALIZE CS-Linea
           MOVE "03" TO CS-L-Tipo
           MOVE RM-Numero TO CS-L-Remito
           MOVE RM-Product-ID TO CS-L-Product-ID
           MOVE RM-Cantidad TO CS-L-Cantidad
           IF WS-ProductosStatus = "00" THEN
               MOVE RM-Product-ID TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Nombre TO CS-L-Descripcion
                       MOVE P-Unidad-Medida TO CS-L-Unidad
                       COMPUTE CS-L-Valor =
                           RM-Cantidad * P-Precio-Venta
               END-READ
           END-IF
           WRITE CS-Linea
           ADD 1 TO WS-CS-Lineas
       EXIT.


      *> Levanta la respuesta de cada despacho con COT PENDIENTE.
      *> El COT otorgado queda en la linea del despacho y en la
      *> cabecera del remito; con todos los remitos otorgados el
      *> despacho pasa a ENVIADO. Un rechazo deja el despacho
      *> RECHAZADO con el motivo hasta regenerar la solicitud.
       Procesar-Respuestas-COT.
           MOVE 0 TO WS-Autorizados
           MOVE 0 TO WS-Rechazados
           MOVE 0 TO WS-SinRespuesta
           PERFORM Abrir-Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               DISPLAY "No hay despachos registrados."
           ELSE
               OPEN I-O Remitos
               IF WS-RemitosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-RemitosStatus
               ELSE
                   PERFORM Cargar-Pendientes-COT
                   PERFORM VARYING WS-PC-Idx FROM 1 BY 1
                           UNTIL WS-PC-Idx > WS-PC-Usados
                       PERFORM Procesar-Respuesta-COT
                   END-PERFORM
                   CLOSE Remitos
               END-IF
               CLOSE Despachos
               DISPLAY "Con COT: " WS-Autorizados
                   "  Rechazados: " WS-Rechazados
                   "  Sin respuesta: " WS-SinRespuesta
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Pendientes-COT.
           MOVE 0 TO WS-PC-Usados
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
                       IF DE-Numero > 0 AND DE-Linea = 0 AND
                               DE-COT-Estado = "PENDIENTE" AND
                               WS-PC-Usados < 200 THEN
                           ADD 1 TO WS-PC-Usados
                           MOVE DE-Numero TO WS-PC-Numero(WS-PC-Usados)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Procesar-Respuesta-COT.
           MOVE WS-PC-Numero(WS-PC-Idx) TO WS-NumeroDespacho
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           READ Despachos
               INVALID KEY
                   MOVE 0 TO DE-COT-Intento
           END-READ
           MOVE DE-COT-Intento TO WS-COTIntento
           MOVE 0 TO WS-COTRechazos
           MOVE SPACES TO WS-COTMotivo
           MOVE SPACES TO WS-NombreRespuesta
           STRING "COT-Res-" WS-NumeroDespacho ".TXT"
               DELIMITED SIZE INTO WS-NombreRespuesta
           OPEN INPUT RespuestaCOT
           IF WS-RespuestaStatus NOT = "00" THEN
               ADD 1 TO WS-SinRespuesta
           ELSE
               MOVE 'N' TO WS-EOF-Lineas
               PERFORM UNTIL WS-EOF-Lineas = 'Y'
                   READ RespuestaCOT
                       AT END
                           MOVE 'Y' TO WS-EOF-Lineas
                       NOT AT END
                           IF CR-Despacho = WS-NumeroDespacho AND
                                   CR-Intento = WS-COTIntento THEN
                               PERFORM Aplicar-Respuesta-COT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Lineas
               CLOSE RespuestaCOT
               PERFORM Cerrar-Estado-COT
           END-IF
       EXIT.


      *> Busca la linea del despacho que lleva el remito respondido.
       Aplicar-Respuesta-COT.
           IF CR-Resultado = "R" THEN
               ADD 1 TO WS-COTRechazos
               MOVE CR-Motivo TO WS-COTMotivo
               DISPLAY "Despacho " WS-NumeroDespacho " remito "
                   CR-Remito " COT RECHAZADO: "
                   FUNCTION TRIM(CR-Motivo)
           END-IF
           IF CR-Resultado = "A" THEN
               MOVE 'N' TO WS-COTHallado
               MOVE WS-NumeroDespacho TO DE-Numero
               MOVE 0 TO DE-Linea
               START Despachos KEY IS GREATER THAN DE-Clave
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
                           IF DE-Numero NOT = WS-NumeroDespacho THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               IF DE-Remito = CR-Remito THEN
                                   MOVE CR-COT TO DE-COT
                                   MOVE CR-COT-Vto TO DE-COT-Vto
                                   REWRITE DE-Rec
                                   MOVE 'S' TO WS-COTHallado
                                   MOVE 'Y' TO WS-EOF-Flag
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-COTHallado = 'S' THEN
                   PERFORM Grabar-COT-Remito
               END-IF
           END-IF
       EXIT.


       Grabar-COT-Remito.
           MOVE CR-Remito TO RM-Numero
           MOVE 0 TO RM-Linea
           READ Remitos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-COT TO RM-COT
                   MOVE CR-COT-Vto TO RM-COT-Vto
                   REWRITE RM-Rec
           END-READ
       EXIT.


      *> Con algun remito sin COT el despacho sigue esperando; con
      *> todos otorgados sale (ENVIADO).
       Cerrar-Estado-COT.
           MOVE 0 TO WS-COTFaltan
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           START Despachos KEY IS GREATER THAN DE-Clave
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
                       IF DE-Numero NOT = WS-NumeroDespacho THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF DE-COT = SPACES THEN
                               ADD 1 TO WS-COTFaltan
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           READ Despachos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-COTRechazos > 0
                           MOVE "RECHAZADO" TO DE-COT-Estado
                           MOVE WS-COTMotivo TO DE-COT-Motivo
                           ADD 1 TO WS-Rechazados
                       WHEN WS-COTFaltan = 0
                           MOVE "AUTORIZADO" TO DE-COT-Estado
                           MOVE SPACES TO DE-COT-Motivo
                           MOVE "ENVIADO" TO DE-Estado
                           ADD 1 TO WS-Autorizados
                           DISPLAY "Despacho " DE-Numero " con COT:"
                               " ENVIADO."
                       WHEN OTHER
                           ADD 1 TO WS-SinRespuesta
                   END-EVALUATE
                   REWRITE DE-Rec
           END-READ
       EXIT.


      *> Un despacho rechazado (o cuya respuesta no llego) se pide
      *> de nuevo: se puede corregir la patente, se borran los COT
      *> parciales y sube el numero de intento.
       Regenerar-Solicitud-COT.
           DISPLAY "Numero de despacho: "
           ACCEPT WS-NumeroDespacho
           PERFORM Abrir-Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               DISPLAY "No hay despachos registrados."
           ELSE
               MOVE WS-NumeroDespacho TO DE-Numero
               MOVE 0 TO DE-Linea
               READ Despachos
                   INVALID KEY
                       DISPLAY "El despacho " WS-NumeroDespacho
                           " no existe."
                   NOT INVALID KEY
                       IF DE-COT-Estado = "RECHAZADO" OR
                               DE-COT-Estado = "PENDIENTE" THEN
                           PERFORM Regenerar-Cargado
                       ELSE
                           DISPLAY "El despacho no tiene una "
                               "solicitud de COT pendiente ni "
                               "rechazada."
                       END-IF
               END-READ
               CLOSE Despachos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Regenerar-Cargado.
           DISPLAY "Patente " DE-Patente " (Enter = sin cambio): "
           MOVE SPACES TO WS-Patente
           ACCEPT WS-Patente
           IF WS-Patente NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-Patente) TO DE-Patente
           END-IF
           ADD 1 TO DE-COT-Intento
           MOVE "PENDIENTE" TO DE-COT-Estado
           MOVE SPACES TO DE-COT-Motivo
           MOVE "PEND-COT" TO DE-Estado
           REWRITE DE-Rec
           MOVE WS-NumeroDespacho TO DE-Numero
           MOVE 0 TO DE-Linea
           START Despachos KEY IS GREATER THAN DE-Clave
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
                       IF DE-Numero NOT = WS-NumeroDespacho THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           MOVE SPACES TO DE-COT
                           MOVE 0 TO DE-COT-Vto
                           REWRITE DE-Rec
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT Remitos
           IF WS-RemitosStatus NOT = "00" THEN
               CALL "Errores" USING WS-RemitosStatus
           ELSE
               PERFORM Generar-Solicitud-COT
               CLOSE Remitos
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


      *> Hoja de ruta de un vehiculo para un dia: todos los remitos
      *> de sus despachos de esa fecha, ordenados por zona y
      *> agrupados en paradas (cliente y domicilio), con bultos,
      *> kilos y el cobro contra entrega de cada uno.
       Hoja-De-Ruta.
           PERFORM Elegir-Vehiculo
           IF WS-Vehiculo = SPACES THEN
               DISPLAY "La hoja de ruta es por vehiculo propio."
           ELSE
               DISPLAY "Fecha del viaje AAAAMMDD (Enter = hoy): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE WS-HoyNum TO WS-FechaRuta
               IF WS-Aux NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaRuta
                   ELSE
                       MOVE 0 TO WS-FechaRuta
                   END-IF
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaRuta) NOT = 0
                   THEN
                   DISPLAY "Fecha no valida."
               ELSE
                   PERFORM Cargar-Hoja-De-Ruta
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Hoja-De-Ruta.
           PERFORM Abrir-Despachos
           IF WS-DespachosStatus NOT = "00" THEN
               DISPLAY "No hay despachos registrados."
           ELSE
               OPEN INPUT Remitos
               IF WS-RemitosStatus NOT = "00" THEN
                   DISPLAY "No hay remitos registrados."
               ELSE
                   PERFORM Acumular-Ruta
                   IF WS-HR-Usados = 0 THEN
                       DISPLAY "El vehiculo no tiene despachos ese "
                           "dia."
                   ELSE
                       PERFORM Ordenar-Ruta
                       PERFORM Emitir-Hoja-De-Ruta
                   END-IF
                   CLOSE Remitos
               END-IF
               CLOSE Despachos
           END-IF
       EXIT.


       Acumular-Ruta.
           MOVE 0 TO WS-HR-Usados
           MOVE 0 TO WS-HR-Desbordados
           MOVE 'N' TO WS-EnRuta
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
                       IF DE-Numero > 0 THEN
                           PERFORM Acumular-Registro-Ruta
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> La cabecera marca si el despacho es del vehiculo y dia
      *> pedidos; sus lineas traen los remitos.
       Acumular-Registro-Ruta.
           IF DE-Linea = 0 THEN
               MOVE 'N' TO WS-EnRuta
               MOVE DE-Estado TO WS-EstadoCabecera
               IF DE-Vehiculo = WS-Vehiculo AND
                       DE-Fecha = WS-FechaRuta THEN
                   MOVE 'S' TO WS-EnRuta
               END-IF
           ELSE
               IF WS-EnRuta = 'S' THEN
                   MOVE DE-Remito TO RM-Numero
                   MOVE 0 TO RM-Linea
                   READ Remitos
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Agregar-Parada
                   END-READ
               END-IF
           END-IF
       EXIT.


       Agregar-Parada.
           IF WS-HR-Usados < 100 THEN
               ADD 1 TO WS-HR-Usados
               MOVE WS-HR-Usados TO WS-HR-Idx
               MOVE RM-Zona TO WS-HR-Zona(WS-HR-Idx)
               MOVE RM-Cliente(1:10) TO WS-HR-Cliente(WS-HR-Idx)
               MOVE RM-Domicilio TO WS-HR-Domicilio(WS-HR-Idx)
               MOVE RM-Numero TO WS-HR-Remito(WS-HR-Idx)
               MOVE DE-Numero TO WS-HR-Despacho(WS-HR-Idx)
               MOVE RM-Destino TO WS-HR-Destino(WS-HR-Idx)
               MOVE RM-Bultos TO WS-HR-Bultos(WS-HR-Idx)
               MOVE RM-Peso-Total TO WS-HR-Peso(WS-HR-Idx)
               MOVE RM-Cobro-Entrega TO WS-HR-Cobro(WS-HR-Idx)
               MOVE RM-COT TO WS-HR-COT(WS-HR-Idx)
               IF RM-COT = SPACES AND
                       WS-EstadoCabecera = "PEND-COT" THEN
                   MOVE "SIN COT - NO SALE" TO WS-HR-COT(WS-HR-Idx)
               END-IF
           ELSE
               ADD 1 TO WS-HR-Desbordados
           END-IF
       EXIT.


       Ordenar-Ruta.
           PERFORM VARYING WS-HR-Idx FROM 1 BY 1
                   UNTIL WS-HR-Idx > WS-HR-Usados
               PERFORM VARYING WS-HR-J FROM 1 BY 1
                       UNTIL WS-HR-J > WS-HR-Usados - WS-HR-Idx
                   IF WS-HR-Clave(WS-HR-J) >
                           WS-HR-Clave(WS-HR-J + 1) THEN
                       MOVE WS-HR-Entry(WS-HR-J) TO WS-HR-Aux
                       MOVE WS-HR-Entry(WS-HR-J + 1)
                           TO WS-HR-Entry(WS-HR-J)
                       MOVE WS-HR-Aux TO WS-HR-Entry(WS-HR-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Emitir-Hoja-De-Ruta.
           MOVE SPACES TO WS-ParamInf
           STRING WS-Vehiculo " " WS-FechaRuta
               DELIMITED SIZE INTO WS-ParamInf
           MOVE "HOJA-RUTA" TO WS-CodigoInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE 0 TO WS-Parada
               MOVE 0 TO WS-TotBultos
               MOVE 0 TO WS-TotPeso
               MOVE 0 TO WS-TotCobro
               MOVE HIGH-VALUES TO WS-ParadaClave
               MOVE SPACES TO WS-Linea
               STRING "HOJA DE RUTA " WS-FechaRuta(7:2) "/"
                   WS-FechaRuta(5:2) "/" WS-FechaRuta(1:4)
                   " - VEHICULO " WS-Vehiculo " "
                   VH-Descripcion
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE SPACES TO WS-Linea
               STRING "Chofer: " VH-Chofer
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM VARYING WS-HR-Idx FROM 1 BY 1
                       UNTIL WS-HR-Idx > WS-HR-Usados
                   IF WS-HR-Clave(WS-HR-Idx) NOT = WS-ParadaClave
                       THEN
                       PERFORM Escribir-Parada
                   END-IF
                   PERFORM Escribir-Remito-Ruta
               END-PERFORM
               MOVE WS-TotPeso TO WS-EdPeso
               MOVE WS-TotCobro TO WS-EdImporte
               MOVE SPACES TO WS-Linea
               STRING "TOTAL " WS-Parada " parada(s) - "
                   WS-HR-Usados " remito(s) - " WS-TotBultos
                   " bulto(s) - " WS-EdPeso " kg - a cobrar "
                   WS-EdImporte
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               IF WS-HR-Desbordados > 0 THEN
                   MOVE SPACES TO WS-Linea
                   STRING "AVISO: " WS-HR-Desbordados " remito(s) "
                       "fuera de la hoja; dividir el viaje."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               MOVE SPACES TO WS-Linea
               PERFORM Escribir-Linea
               MOVE "Firma chofer: ____________   Cobrado: ________"
                   TO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


      *> Cabecera de parada: cliente, direccion, horario y contacto
      *> del domicilio de entrega.
       Escribir-Parada.
           ADD 1 TO WS-Parada
           MOVE WS-HR-Clave(WS-HR-Idx) TO WS-ParadaClave
           MOVE WS-HR-Cliente(WS-HR-Idx) TO WS-ClienteCodigo
           CALL "Clientes" USING 1, WS-ClienteCodigo,
               WS-ClienteNombre, WS-ValorDummy, WS-ClienteOk
           MOVE SPACES TO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-HR-Zona(WS-HR-Idx) TO WS-Zona
           IF WS-Zona = SPACES THEN
               MOVE "S/Z" TO WS-Zona
           END-IF
           STRING "PARADA " WS-Parada " - ZONA " WS-Zona " - "
               WS-HR-Cliente(WS-HR-Idx) " "
               FUNCTION TRIM(WS-ClienteNombre)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "  " WS-HR-Destino(WS-HR-Idx)
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-HR-Domicilio(WS-HR-Idx) > 0 THEN
               INITIALIZE DM-Rec
               MOVE WS-HR-Cliente(WS-HR-Idx) TO DM-Cliente
               MOVE WS-HR-Domicilio(WS-HR-Idx) TO DM-Codigo
               CALL "Domicilios-Entrega" USING 2, WS-Usuario,
                   WS-DomicilioOk, WS-FechaRuta, DM-Rec
               IF WS-DomicilioOk = 'S' THEN
                   STRING "  " FUNCTION TRIM(DM-Localidad)
                       " - horario " FUNCTION TRIM(DM-Horario)
                       " - contacto " FUNCTION TRIM(DM-Contacto)
                       " " FUNCTION TRIM(DM-Telefono)
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
           END-IF
       EXIT.


       Escribir-Remito-Ruta.
           ADD WS-HR-Bultos(WS-HR-Idx) TO WS-TotBultos
           ADD WS-HR-Peso(WS-HR-Idx) TO WS-TotPeso
           ADD WS-HR-Cobro(WS-HR-Idx) TO WS-TotCobro
           MOVE WS-HR-Peso(WS-HR-Idx) TO WS-EdPeso
           MOVE SPACES TO WS-Linea
           IF WS-HR-Cobro(WS-HR-Idx) > 0 THEN
               MOVE WS-HR-Cobro(WS-HR-Idx) TO WS-EdImporte
               STRING "    remito " WS-HR-Remito(WS-HR-Idx)
                   " - " WS-HR-Bultos(WS-HR-Idx) " bulto(s) - "
                   WS-EdPeso " kg - COBRAR " WS-EdImporte
                   DELIMITED SIZE INTO WS-Linea
           ELSE
               STRING "    remito " WS-HR-Remito(WS-HR-Idx)
                   " - " WS-HR-Bultos(WS-HR-Idx) " bulto(s) - "
                   WS-EdPeso " kg"
                   DELIMITED SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
           IF WS-HR-COT(WS-HR-Idx) NOT = SPACES THEN
               MOVE SPACES TO WS-Linea
               STRING "      COT " WS-HR-COT(WS-HR-Idx)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.
