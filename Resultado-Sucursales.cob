       IDENTIFICATION DIVISION.
       PROGRAM-ID. Resultado-Sucursales AS "Resultado-Sucursales".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Facturas ASSIGN TO 'Facturas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT MovCerrado ASSIGN TO WS-NombreCerrado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CerradoStatus.

           SELECT Transferencias ASSIGN TO 'Transferencias.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-Numero
               FILE STATUS IS WS-TransfStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Facturas.
           COPY FACTURA.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  MovCerrado.
       01  Cerrado-Rec                 PIC X(124).

       FD  Transferencias.
      *>  Mismo layout que declara Transferencias.cob.
       01  TF-Rec.
           05 TF-Numero                PIC 9(6).
           05 TF-Product-Origen        PIC X(10).
           05 TF-Product-Destino       PIC X(10).
           05 TF-Sucursal-Origen       PIC X(4).
           05 TF-Sucursal-Destino      PIC X(4).
           05 TF-Cantidad              PIC 9(7).
           05 TF-Estado                PIC X(10).
           05 TF-Fecha-Salida          PIC 9(8).
           05 TF-Fecha-Recepcion       PIC 9(8).
           05 TF-Usuario               PIC X(10).
           05 TF-Proximo-Numero        PIC 9(6).
           05 TF-Costo-Unitario        PIC 9(5)V99.
           05 TF-Recargo-Pct           PIC 9(3)V99.

       FD  Productos.
           COPY PRODUCTO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-FacturasStatus    PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-CerradoStatus     PIC XX.
               05 WS-TransfStatus      PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-ProductosAbierto      PIC X(1).
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-AnoMes                PIC 9(6).
           01 WS-FacturaMes            PIC 9(6).
           01 WS-MovMes                PIC 9(6).
           01 WS-TransfMes             PIC 9(6).
           01 WS-FacturaVigente        PIC X(1).
           01 WS-SucursalFactura       PIC X(4).
           01 WS-SucursalBuscada       PIC X(4).
           01 WS-NombreCerrado         PIC X(40).
           01 WS-Delta                 PIC S9(7).
           01 WS-Unidades              PIC 9(7).
           01 WS-Costo                 PIC 9(5)V99.
           01 WS-Venta                 PIC S9(13)V99.
           01 WS-Valor                 PIC S9(13)V99.
           01 WS-Recargo               PIC S9(13)V99.
           01 WS-Desbordados           PIC 9(5).
           01 WS-SinCosto              PIC 9(5).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "RESULT-SUC".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Rotulo                PIC X(24).
           01 WS-EdValor               PIC -(10)9.99.
           01 WS-Pos                   PIC 9(3).

      *>   Un renglon por sucursal con los componentes del
      *>   resultado del mes. La columna WS-RS-Usadas + 1 es el
      *>   consolidado.
           01 WS-ResultadoTabla.
               05 WS-RS-Entry OCCURS 21 TIMES.
                   10 WS-RS-Sucursal       PIC X(4).
                   10 WS-RS-Ventas         PIC S9(13)V99.
                   10 WS-RS-Costo          PIC S9(13)V99.
                   10 WS-RS-Mermas         PIC S9(13)V99.
                   10 WS-RS-Bajas          PIC S9(13)V99.
                   10 WS-RS-Cobrado        PIC S9(13)V99.
                   10 WS-RS-Pagado         PIC S9(13)V99.
                   10 WS-RS-Enviado        PIC S9(13)V99.
                   10 WS-RS-Recibido       PIC S9(13)V99.
           01 WS-RS-Usadas             PIC 9(2).
           01 WS-RS-Idx                PIC 9(2).
           01 WS-RS-Cons               PIC 9(2).
           01 WS-RS-Desde              PIC 9(2).
           01 WS-RS-Hasta              PIC 9(2).
           01 WS-Fila                  PIC 9(2).
           01 WS-ValorFila             PIC S9(13)V99.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           DISPLAY "------- Resultado por sucursal -------"
           DISPLAY "Mes a analizar (AAAAMM): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
           ELSE
               MOVE 0 TO WS-AnoMes
           END-IF
           IF WS-AnoMes = 0 THEN
               DISPLAY "Mes no valido."
           ELSE
               MOVE 0 TO WS-RS-Usadas
               MOVE 0 TO WS-Desbordados
               MOVE 0 TO WS-SinCosto
               MOVE 'N' TO WS-ProductosAbierto
               OPEN INPUT Productos
               IF WS-ProductosStatus = "00" THEN
                   MOVE 'S' TO WS-ProductosAbierto
               END-IF
               PERFORM Acumular-Ventas
               PERFORM Acumular-Perdidas-Vivo
               PERFORM Acumular-Perdidas-Cerrado
               PERFORM Acumular-Transferencias
               IF WS-ProductosAbierto = 'S' THEN
                   CLOSE Productos
               END-IF
               IF WS-RS-Usadas = 0 THEN
                   DISPLAY "Sin movimientos en el mes."
               ELSE
                   PERFORM Consolidar
                   PERFORM Emitir-Informe
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


      *> Ventas y costo de lo vendido: misma regla que el margen
      *> realizado (facturas autorizadas del mes, neto de lo
      *> acreditado, costo del remito por las unidades que no
      *> volvieron). La sucursal es la que emitio la factura; las
      *> facturas sin sucursal son de casa central.
       Acumular-Ventas.
           OPEN INPUT Facturas
           IF WS-FacturasStatus = "00" THEN
               MOVE 'N' TO WS-FacturaVigente
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
                           IF FA-Numero > 0 THEN
                               IF FA-Linea = 0 THEN
                                   PERFORM Evaluar-Cabecera
                               ELSE
                                   IF WS-FacturaVigente = 'S' THEN
                                       PERFORM Acumular-Linea
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Facturas
           END-IF
       EXIT.


       Evaluar-Cabecera.
           MOVE 'N' TO WS-FacturaVigente
           COMPUTE WS-FacturaMes = (FA-Ano * 100) + FA-Mes
           IF WS-FacturaMes = WS-AnoMes AND
                   (FA-Estado-CAE = SPACES OR
                   FA-Estado-CAE = "AUTORIZADA") THEN
               MOVE 'S' TO WS-FacturaVigente
               MOVE FA-Sucursal TO WS-SucursalFactura
               IF WS-SucursalFactura = SPACES THEN
                   MOVE "CENT" TO WS-SucursalFactura
               END-IF
           END-IF
       EXIT.


       Acumular-Linea.
           MOVE WS-SucursalFactura TO WS-SucursalBuscada
           PERFORM Buscar-Sucursal
           IF WS-RS-Idx > 0 THEN
               COMPUTE WS-Venta = FA-Importe - FA-Importe-Acreditado
               ADD WS-Venta TO WS-RS-Ventas(WS-RS-Idx)
               IF FA-Costo-Unitario = 0 THEN
                   ADD 1 TO WS-SinCosto
               ELSE
                   COMPUTE WS-Valor = FA-Costo-Unitario *
                       (FA-Cantidad - FA-Cantidad-Devuelta)
                   ADD WS-Valor TO WS-RS-Costo(WS-RS-Idx)
               END-IF
           END-IF
       EXIT.


       Acumular-Perdidas-Vivo.
           OPEN INPUT Movimientos
           IF WS-MovStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Clasificar-Perdida
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
       EXIT.


       Acumular-Perdidas-Cerrado.
           MOVE SPACES TO WS-NombreCerrado
           STRING "Movimientos-" WS-AnoMes ".DAT"
               DELIMITED SIZE INTO WS-NombreCerrado
           OPEN INPUT MovCerrado
           IF WS-CerradoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovCerrado
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Clasificar-Perdida
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE MovCerrado
           END-IF
       EXIT.


      *> Misma regla que el analisis de mermas: AJUSTE negativos y
      *> MERMA son la merma de la sucursal; DESECH (cuarentena
      *> desechada) va como baja. Todo al costo promedio del
      *> producto, o al precio del movimiento si no se encuentra.
       Clasificar-Perdida.
           COMPUTE WS-MovMes = (MOV-Ano * 100) + MOV-Mes
           IF WS-MovMes = WS-AnoMes AND
                   (MOV-Operacion = "AJUSTE" OR
                   MOV-Operacion = "MERMA" OR
                   MOV-Operacion = "DESECH") THEN
               COMPUTE WS-Delta =
                   MOV-Stock-Despues - MOV-Stock-Antes
               IF WS-Delta < 0 THEN
                   COMPUTE WS-Unidades = 0 - WS-Delta
                   MOVE MOV-Precio-Despues TO WS-Costo
                   MOVE MOV-Product-ID TO Product-ID
                   PERFORM Leer-Costo
                   COMPUTE WS-Valor = WS-Unidades * WS-Costo
                   MOVE MOV-Sucursal TO WS-SucursalBuscada
                   IF WS-SucursalBuscada = SPACES THEN
                       MOVE "CENT" TO WS-SucursalBuscada
                   END-IF
                   PERFORM Buscar-Sucursal
                   IF WS-RS-Idx > 0 THEN
                       IF MOV-Operacion = "DESECH" THEN
                           ADD WS-Valor TO WS-RS-Bajas(WS-RS-Idx)
                       ELSE
                           ADD WS-Valor TO WS-RS-Mermas(WS-RS-Idx)
                       END-IF
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Product-ID cargado; deja en WS-Costo el costo promedio si
      *> el producto existe y lo tiene, y si no lo que ya traia.
       Leer-Costo.
           IF WS-ProductosAbierto = 'S' THEN
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF P-Costo-Promedio > 0 THEN
                           MOVE P-Costo-Promedio TO WS-Costo
                       END-IF
               END-READ
           END-IF
       EXIT.


      *> Transferencias despachadas en el mes, a precio de
      *> transferencia: el origen cobra el recargo sobre el costo y
      *> el destino lo paga. Las dos puntas se imputan al mes de la
      *> salida, asi en el consolidado se anulan. Una transferencia
      *> sin costo grabado toma el costo promedio actual.
       Acumular-Transferencias.
           OPEN INPUT Transferencias
           IF WS-TransfStatus = "00" THEN
               MOVE 0 TO TF-Numero
               START Transferencias KEY IS GREATER THAN TF-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Transferencias NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Valorizar-Transferencia
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Transferencias
           END-IF
       EXIT.


       Valorizar-Transferencia.
           COMPUTE WS-TransfMes = TF-Fecha-Salida / 100
           IF WS-TransfMes = WS-AnoMes THEN
               MOVE TF-Costo-Unitario TO WS-Costo
               IF WS-Costo = 0 THEN
                   MOVE TF-Product-Origen TO Product-ID
                   PERFORM Leer-Costo
               END-IF
               COMPUTE WS-Valor = TF-Cantidad * WS-Costo
               COMPUTE WS-Recargo ROUNDED =
                   WS-Valor * TF-Recargo-Pct / 100
               MOVE TF-Sucursal-Origen TO WS-SucursalBuscada
               PERFORM Buscar-Sucursal
               IF WS-RS-Idx > 0 THEN
                   ADD WS-Recargo TO WS-RS-Cobrado(WS-RS-Idx)
                   ADD WS-Valor TO WS-RS-Enviado(WS-RS-Idx)
                   ADD WS-Recargo TO WS-RS-Enviado(WS-RS-Idx)
               END-IF
               MOVE TF-Sucursal-Destino TO WS-SucursalBuscada
               PERFORM Buscar-Sucursal
               IF WS-RS-Idx > 0 THEN
                   ADD WS-Recargo TO WS-RS-Pagado(WS-RS-Idx)
                   ADD WS-Valor TO WS-RS-Recibido(WS-RS-Idx)
                   ADD WS-Recargo TO WS-RS-Recibido(WS-RS-Idx)
               END-IF
           END-IF
       EXIT.


      *> Deja en WS-RS-Idx el renglon de WS-SucursalBuscada, dando
      *> de alta uno nuevo si hace falta; 0 si la tabla se lleno.
       Buscar-Sucursal.
           MOVE 0 TO WS-Pos
           PERFORM VARYING WS-RS-Idx FROM 1 BY 1
                   UNTIL WS-RS-Idx > WS-RS-Usadas OR WS-Pos > 0
               IF WS-RS-Sucursal(WS-RS-Idx) = WS-SucursalBuscada THEN
                   MOVE WS-RS-Idx TO WS-Pos
               END-IF
           END-PERFORM
           IF WS-Pos = 0 THEN
               IF WS-RS-Usadas < 20 THEN
                   ADD 1 TO WS-RS-Usadas
                   MOVE WS-RS-Usadas TO WS-Pos
                   INITIALIZE WS-RS-Entry(WS-Pos)
                   MOVE WS-SucursalBuscada TO WS-RS-Sucursal(WS-Pos)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           MOVE WS-Pos TO WS-RS-Idx
       EXIT.


      *> Columna consolidada: suma de las sucursales con los
      *> recargos y las transferencias entre ellas eliminados.
       Consolidar.
           COMPUTE WS-RS-Cons = WS-RS-Usadas + 1
           INITIALIZE WS-RS-Entry(WS-RS-Cons)
           MOVE "CONS" TO WS-RS-Sucursal(WS-RS-Cons)
           PERFORM VARYING WS-RS-Idx FROM 1 BY 1
                   UNTIL WS-RS-Idx > WS-RS-Usadas
               ADD WS-RS-Ventas(WS-RS-Idx) TO WS-RS-Ventas(WS-RS-Cons)
               ADD WS-RS-Costo(WS-RS-Idx) TO WS-RS-Costo(WS-RS-Cons)
               ADD WS-RS-Mermas(WS-RS-Idx) TO WS-RS-Mermas(WS-RS-Cons)
               ADD WS-RS-Bajas(WS-RS-Idx) TO WS-RS-Bajas(WS-RS-Cons)
           END-PERFORM
       EXIT.


       Emitir-Informe.
           MOVE SPACES TO WS-ParamInf
           STRING "mes " WS-AnoMes DELIMITED SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus NOT = "00" THEN
               CALL "Errores" USING WS-InformeStatus
           ELSE
               MOVE SPACES TO WS-Linea
               STRING "RESULTADO POR SUCURSAL DEL MES " WS-AnoMes
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE "Transferencias a costo mas recargo; en el "
                   & "consolidado (CONS) se anulan." TO WS-Linea
               PERFORM Escribir-Linea
               MOVE 1 TO WS-RS-Desde
               PERFORM UNTIL WS-RS-Desde > WS-RS-Cons
                   COMPUTE WS-RS-Hasta = WS-RS-Desde + 5
                   IF WS-RS-Hasta > WS-RS-Cons THEN
                       MOVE WS-RS-Cons TO WS-RS-Hasta
                   END-IF
                   PERFORM Escribir-Bloque
                   COMPUTE WS-RS-Desde = WS-RS-Hasta + 1
               END-PERFORM
               IF WS-SinCosto > 0 THEN
                   MOVE SPACES TO WS-Linea
                   STRING WS-SinCosto " linea(s) facturada(s) sin "
                       "costo registrado: su venta entra sin costo."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               IF WS-Desbordados > 0 THEN
                   MOVE SPACES TO WS-Linea
                   STRING "AVISO: " WS-Desbordados " importe(s) "
                       "de sucursales fuera de la tabla del informe."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


      *> Hasta seis columnas por bloque para que entren en la
      *> linea del informe; el consolidado es la ultima.
       Escribir-Bloque.
           MOVE SPACES TO WS-Linea
           MOVE "SUCURSAL" TO WS-Linea(1:24)
           MOVE 25 TO WS-Pos
           PERFORM VARYING WS-RS-Idx FROM WS-RS-Desde BY 1
                   UNTIL WS-RS-Idx > WS-RS-Hasta
               ADD 11 TO WS-Pos
               MOVE WS-RS-Sucursal(WS-RS-Idx) TO WS-Linea(WS-Pos:4)
               ADD 4 TO WS-Pos
           END-PERFORM
           PERFORM Escribir-Linea
           PERFORM VARYING WS-Fila FROM 1 BY 1 UNTIL WS-Fila > 11
               PERFORM Escribir-Fila
           END-PERFORM
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Fila.
           EVALUATE WS-Fila
               WHEN 1
                   MOVE "Ventas netas" TO WS-Rotulo
               WHEN 2
                   MOVE "Costo de lo vendido" TO WS-Rotulo
               WHEN 3
                   MOVE "Margen bruto" TO WS-Rotulo
               WHEN 4
                   MOVE "Mermas" TO WS-Rotulo
               WHEN 5
                   MOVE "Bajas (desechos)" TO WS-Rotulo
               WHEN 6
                   MOVE "Recargo transf cobrado" TO WS-Rotulo
               WHEN 7
                   MOVE "Recargo transf pagado" TO WS-Rotulo
               WHEN 8
                   MOVE "CONTRIBUCION MARGINAL" TO WS-Rotulo
               WHEN 9
                   MOVE "% sobre ventas" TO WS-Rotulo
               WHEN 10
                   MOVE "Transf enviadas precio" TO WS-Rotulo
               WHEN 11
                   MOVE "Transf recibidas precio" TO WS-Rotulo
           END-EVALUATE
           MOVE SPACES TO WS-Linea
           MOVE WS-Rotulo TO WS-Linea(1:24)
           MOVE 25 TO WS-Pos
           PERFORM VARYING WS-RS-Idx FROM WS-RS-Desde BY 1
                   UNTIL WS-RS-Idx > WS-RS-Hasta
               PERFORM Calcular-Fila
               MOVE WS-ValorFila TO WS-EdValor
               MOVE WS-EdValor TO WS-Linea(WS-Pos + 1:14)
               ADD 15 TO WS-Pos
           END-PERFORM
           PERFORM Escribir-Linea
       EXIT.


      *> Valor de la fila WS-Fila para la columna WS-RS-Idx.
       Calcular-Fila.
           EVALUATE WS-Fila
               WHEN 1
                   MOVE WS-RS-Ventas(WS-RS-Idx) TO WS-ValorFila
               WHEN 2
                   MOVE WS-RS-Costo(WS-RS-Idx) TO WS-ValorFila
               WHEN 3
                   COMPUTE WS-ValorFila = WS-RS-Ventas(WS-RS-Idx)
                       - WS-RS-Costo(WS-RS-Idx)
               WHEN 4
                   MOVE WS-RS-Mermas(WS-RS-Idx) TO WS-ValorFila
               WHEN 5
                   MOVE WS-RS-Bajas(WS-RS-Idx) TO WS-ValorFila
               WHEN 6
                   MOVE WS-RS-Cobrado(WS-RS-Idx) TO WS-ValorFila
               WHEN 7
                   MOVE WS-RS-Pagado(WS-RS-Idx) TO WS-ValorFila
               WHEN 8
                   PERFORM Calcular-Contribucion
               WHEN 9
                   PERFORM Calcular-Contribucion
                   IF WS-RS-Ventas(WS-RS-Idx) NOT = 0 THEN
                       COMPUTE WS-ValorFila ROUNDED =
                           WS-ValorFila * 100 / WS-RS-Ventas(WS-RS-Idx)
                   ELSE
                       MOVE 0 TO WS-ValorFila
                   END-IF
               WHEN 10
                   MOVE WS-RS-Enviado(WS-RS-Idx) TO WS-ValorFila
               WHEN 11
                   MOVE WS-RS-Recibido(WS-RS-Idx) TO WS-ValorFila
           END-EVALUATE
       EXIT.


       Calcular-Contribucion.
           COMPUTE WS-ValorFila = WS-RS-Ventas(WS-RS-Idx)
               - WS-RS-Costo(WS-RS-Idx)
               - WS-RS-Mermas(WS-RS-Idx)
               - WS-RS-Bajas(WS-RS-Idx)
               + WS-RS-Cobrado(WS-RS-Idx)
               - WS-RS-Pagado(WS-RS-Idx)
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
