               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AlertStatus.

           SELECT Tickets ASSIGN TO 'Tickets.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-Clave
               FILE STATUS IS WS-TicketsStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.
       01  VP-Rec.
           05 VP-Codigo-Barras      PIC X(20).
           05 VP-Cantidad           PIC 9(7).
      *>  Detalle del ticket como lo cobro la terminal: el stock
      *>  sale del codigo y la cantidad; lo demas se guarda linea
      *>  por linea en Tickets.DAT para el arqueo y la auditoria
      *>  de precios. VP-Precio-Cobrado es unitario (por kilo en
      *>  las lineas de balanza) y VP-Descuento es el importe
      *>  descontado en la linea. VP-Medio-Pago: EFE, TAR o CHQ.
           05 VP-Terminal           PIC X(4).
           05 VP-Ticket             PIC 9(8).
           05 VP-Cajero             PIC X(10).
           05 VP-Precio-Cobrado     PIC 9(5)V99.
           05 VP-Descuento          PIC 9(5)V99.
           05 VP-Medio-Pago         PIC X(3).
           05 VP-Hora               PIC 9(6).

       FD  Productos.
           COPY PRODUCTO.
       FD  Alertas.
           COPY ALERTA.

       FD  Tickets.
           COPY TICKET.

       FD  Informe.
       01  Inf-Linea                PIC X(120).

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.
           COPY INTERFASE.

           01 WS-Control.
               05 WS-VentasStatus      PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-AlertStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-TicketsStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-PrecioOferta          PIC 9(5)V99.
           01 WS-OfertaOk              PIC X(1).
           01 WS-ImporteVenta          PIC 9(13)V99.
           01 WS-RefPerdida            PIC X(20) VALUE "VENTAS POS".
           01 WS-XrefID                PIC X(10).
           01 WS-XrefFactor            PIC 9(5).
           01 WS-XrefOk                PIC X(1).
           01 WS-CodArt                PIC X(20).
           01 WS-NumCorrida            PIC 9(6).
           01 WS-LineaArchivo          PIC 9(5).
           01 WS-TicketsGrabados       PIC 9(5).
           01 WS-EsBalanza             PIC X(1).
           01 WS-ImporteLinea          PIC S9(9)V99.

      *>   Las ventas del dia se agregan por codigo de barras antes
      *>   de tocar el stock: una pasada por el catalogo resuelve
               DISPLAY "Corrida cancelada."
               GOBACK
           END-IF
           PERFORM Controlar-Interfase
           IF CI-Resultado = 'S' THEN
               PERFORM Cargar-Ventas
           END-IF
           EVALUATE TRUE
               WHEN CI-Resultado NOT = 'S'
                   DISPLAY "Ventas-POS.TXT RECHAZADO: "
                       FUNCTION TRIM(CI-Motivo)
               WHEN WS-VentasUsadas = 0
                   DISPLAY "No hay ventas para importar."
               WHEN OTHER
                   PERFORM Resolver-Codigos
                   MOVE "importacion diaria POS" TO WS-ParamInf
      *>           La corrida queda numerada en el registro de
      *>           informes y el archivo lleva el numero: el
      *>           detalle de ayer ya no se pisa con el de hoy.
                   CALL "Registro-Informes" USING 1,
                       WS-CodigoInf, WS-LockUsuario, WS-ParamInf,
                       WS-NombreInforme
                   OPEN OUTPUT Informe
                   CALL "Corridas" USING 1, WS-NumCorrida,
                       WS-LockUsuario
                   PERFORM Postear-Ventas
                   CALL "Corridas" USING 2, WS-NumCorrida,
                       WS-LockUsuario
                   PERFORM Registrar-Tickets
                   CLOSE Informe
                   DISPLAY "Lineas aplicadas: " WS-Aplicadas
                   DISPLAY "Codigos no encontrados: " WS-SinCodigo
                   DISPLAY "Rechazos por stock insuficiente: "
                       WS-SinStock
                   IF WS-Desbordadas > 0 THEN
                       DISPLAY "ATENCION: " WS-Desbordadas
                           " linea(s) quedaron FUERA por el tope de "
                           "200 codigos distintos; repetir la "
                           "importacion con las lineas restantes."
                   END-IF
                   DISPLAY "Detalle en "
                       FUNCTION TRIM(WS-NombreInforme)
           END-EVALUATE
           IF CI-Resultado = 'S' THEN
               MOVE WS-Aplicadas TO CI-Aplicados
               CALL "Interfases" USING 4, Ctl-Interfase, SPACES
           END-IF
           MOVE WS-Aplicadas TO WS-JobC1
           MOVE WS-SinCodigo TO WS-JobC2
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF VP-Codigo-Barras(1:4) NOT = "#TRL"
                                   THEN
                               PERFORM Agregar-Venta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoVentas
           END-IF
       EXIT.


      *> Antes de tocar el stock el archivo se controla entero
      *> contra su trailer (registros y total de unidades) y contra
      *> el registro de interfases: un dia ya aplicado no se vuelve
      *> a descargar.
       Controlar-Interfase.
           MOVE "VENTAS-POS" TO CI-Interfase
           MOVE "Ventas-POS.TXT" TO CI-Archivo
           MOVE 72 TO CI-Largo
           MOVE WS-LockUsuario TO CI-Usuario
           CALL "Interfases" USING 1, Ctl-Interfase, SPACES
           OPEN INPUT ArchivoVentas
           IF WS-VentasStatus NOT = "00" THEN
               MOVE "no se pudo abrir el archivo" TO CI-Motivo
           ELSE
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoVentas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE VP-Cantidad TO CI-Cantidad
                           CALL "Interfases" USING 2, Ctl-Interfase,
                               VP-Rec
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoVentas
               CALL "Interfases" USING 3, Ctl-Interfase, SPACES
           END-IF
       EXIT.



       Aplicar-Venta.
           IF P-Estado = "PENDIENTE" THEN
               ADD 1 TO WS-SinStock
               STRING "ALTA PENDIENTE " Product-ID
                   " (no habilitado para la venta)"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               CALL "Conteos" USING 9, Product-ID, WS-Bloqueado,
                   SPACES
               IF WS-Bloqueado = 'S' THEN
                   ADD 1 TO WS-SinStock
                   STRING "BLOQUEADO POR CONTEO " Product-ID
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               ELSE
                   CALL "Bloqueos" USING 1, Product-ID,
                       WS-LockUsuario, WS-LockOk
                   IF WS-LockOk = 'S' THEN
                       PERFORM Aplicar-Venta-Libre
                       CALL "Bloqueos" USING 2, Product-ID,
                           WS-LockUsuario, WS-LockOk
                   ELSE
                       ADD 1 TO WS-SinStock
                       STRING "REGISTRO EN USO " Product-ID
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Linea
                   END-IF
               END-IF
           END-IF
       EXIT.
                   WS-VT-Cantidad(WS-VT-Idx) " stock " P-Stock
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Resolver-Precio-Venta
               CALL "Demanda-Perdida" USING 1, Product-ID, "POS",
                   WS-VT-Cantidad(WS-VT-Idx), WS-PrecioVenta,
                   WS-RefPerdida
           ELSE
               MOVE P-Stock TO WS-StockViejo
               COMPUTE WS-ValorCategoria =
       EXIT.


      *> Cada linea del archivo queda en Tickets.DAT con el precio
      *> que cobro la caja y el que correspondia (oferta vigente o
      *> precio de venta), para el arqueo y la auditoria.
       Registrar-Tickets.
           MOVE 0 TO WS-LineaArchivo
           MOVE 0 TO WS-TicketsGrabados
           ACCEPT WS-SucSesion FROM ENVIRONMENT "SUCURSAL"
           OPEN I-O Tickets
           IF WS-TicketsStatus = "35" THEN
               CLOSE Tickets
               OPEN OUTPUT Tickets
               CLOSE Tickets
               OPEN I-O Tickets
           END-IF
           IF WS-TicketsStatus NOT = "00" THEN
               CALL "Errores" USING WS-TicketsStatus
           ELSE
               OPEN INPUT Productos
               OPEN INPUT ArchivoVentas
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ ArchivoVentas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF VP-Codigo-Barras(1:4) NOT = "#TRL"
                                   THEN
                               PERFORM Registrar-Linea-Ticket
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE ArchivoVentas
               CLOSE Productos
               CLOSE Tickets
           END-IF
           DISPLAY "Lineas de ticket registradas: "
               WS-TicketsGrabados
       EXIT.


       Registrar-Linea-Ticket.
           ADD 1 TO WS-LineaArchivo
           INITIALIZE TK-Rec
           MOVE CI-Trl-Fecha      TO TK-Fecha
           MOVE VP-Terminal       TO TK-Terminal
           MOVE VP-Ticket         TO TK-Ticket
           MOVE WS-LineaArchivo   TO TK-Linea
           MOVE VP-Hora           TO TK-Hora
           MOVE VP-Cajero         TO TK-Cajero
           MOVE WS-SucSesion      TO TK-Sucursal
           MOVE VP-Codigo-Barras  TO TK-Codigo-Barras
           MOVE VP-Cantidad       TO TK-Cantidad
           MOVE VP-Precio-Cobrado TO TK-Precio-Cobrado
           MOVE VP-Descuento      TO TK-Descuento
           MOVE VP-Medio-Pago     TO TK-Medio-Pago
           MOVE 'N' TO TK-Balanza
           MOVE 'N' TO TK-Oferta
           PERFORM Buscar-Linea-En-Tabla
           IF WS-VT-Hallada = 'S' THEN
               MOVE WS-VT-Product-ID(WS-VT-Idx) TO TK-Product-ID
           END-IF
           IF WS-EsBalanza = 'S' THEN
               MOVE 'S' TO TK-Balanza
               COMPUTE TK-Gramos =
                   FUNCTION NUMVAL(VP-Codigo-Barras(8:5))
               COMPUTE WS-ImporteLinea ROUNDED =
                   TK-Gramos * TK-Precio-Cobrado / 1000 -
                   TK-Descuento
           ELSE
               COMPUTE WS-ImporteLinea =
                   TK-Cantidad * TK-Precio-Cobrado - TK-Descuento
           END-IF
           IF WS-ImporteLinea < 0 THEN
               MOVE 0 TO WS-ImporteLinea
           END-IF
           MOVE WS-ImporteLinea TO TK-Importe
           IF TK-Product-ID NOT = SPACES THEN
               MOVE TK-Product-ID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Resolver-Precio-Venta
                       MOVE P-Precio-Venta TO TK-Precio-Lista
                       MOVE WS-PrecioVenta TO TK-Precio-Esperado
                       MOVE WS-OfertaOk TO TK-Oferta
               END-READ
           END-IF
           WRITE TK-Rec
           IF WS-TicketsStatus = "00" THEN
               ADD 1 TO WS-TicketsGrabados
           ELSE
               CALL "Errores" USING WS-TicketsStatus
           END-IF
       EXIT.


      *> Misma regla que al agregar: las pesadas se buscan por el
      *> prefijo de 7 caracteres, el resto por el codigo entero.
       Buscar-Linea-En-Tabla.
           MOVE 'N' TO WS-VT-Hallada
           MOVE 'N' TO WS-EsBalanza
           IF VP-Codigo-Barras(1:1) = "2" AND
                   VP-Codigo-Barras(14:7) = SPACES AND
                   FUNCTION TEST-NUMVAL(VP-Codigo-Barras(1:13))
                   = 0 THEN
               MOVE 'S' TO WS-EsBalanza
           END-IF
           PERFORM VARYING WS-VT-Idx FROM 1 BY 1
                   UNTIL WS-VT-Idx > WS-VentasUsadas OR
                   WS-VT-Hallada = 'S'
               IF WS-EsBalanza = 'S' THEN
                   IF WS-VT-Codigo(WS-VT-Idx)(1:7) =
                           VP-Codigo-Barras(1:7) AND
                           WS-VT-Balanza(WS-VT-Idx) = 'S' THEN
                       MOVE 'S' TO WS-VT-Hallada
                   END-IF
               ELSE
                   IF WS-VT-Codigo(WS-VT-Idx) = VP-Codigo-Barras
                           AND WS-VT-Balanza(WS-VT-Idx) NOT = 'S'
                           THEN
                       MOVE 'S' TO WS-VT-Hallada
                   END-IF
               END-IF
           END-PERFORM
      *>   El VARYING deja el indice una posicion despues del
      *>   hallado.
           IF WS-VT-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-VT-Idx
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
