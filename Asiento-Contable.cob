               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VariacionesStatus.

           SELECT Facturas ASSIGN TO 'Facturas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT NotasCredito ASSIGN TO 'Notas-Credito.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-Clave
               FILE STATUS IS WS-NotasStatus.

           SELECT Centros ASSIGN TO 'Centros-Costo.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-Codigo
               FILE STATUS IS WS-CentrosStatus.

           SELECT Previsiones ASSIGN TO 'Previsiones-VNR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Clave
               FILE STATUS IS WS-PrevisionesStatus.

           SELECT Reexpresiones ASSIGN TO 'Reexpresion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-Clave
               FILE STATUS IS WS-ReexpStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Movimientos.
           05 VC-Costo-Real            PIC 9(5)V99.
           05 VC-Variacion             PIC S9(11)V99.

       FD  Facturas.
           COPY FACTURA.

       FD  NotasCredito.
           COPY NOTA-CREDITO.

       FD  Centros.
           COPY CENTRO-COSTO.

       FD  Previsiones.
      *>  Mismo layout que declara Prevision-VNR.cob.
       01  PV-Rec.
           05 PV-Clave.
               10 PV-Periodo           PIC 9(6).
               10 PV-Categoria         PIC X(20).
           05 PV-Importe               PIC 9(13)V99.
           05 PV-Productos             PIC 9(5).
           05 PV-Fecha                 PIC 9(8).
           05 PV-Usuario               PIC X(10).

       FD  Reexpresiones.
           COPY REEXPRESION.

       FD  Asiento.
      *>  Archivo de interfase de largo fijo para el sistema contable:
      *>  un registro cabecera 'H', lineas de detalle 'D' por
               10 AS-Categoria         PIC X(20).
               10 AS-Concepto          PIC X(6).
               10 AS-Importe           PIC 9(13)V99.
               10 FILLER               PIC X(113).
       01  AS-Cabecera REDEFINES AS-Rec.
           05 FILLER                   PIC X(1).
           05 AS-Periodo               PIC 9(6).
           05 AS-Fecha-Generacion      PIC 9(8).
           05 FILLER                   PIC X(140).
       01  AS-Cola REDEFINES AS-Rec.
           05 FILLER                   PIC X(1).
           05 AS-Cant-Lineas           PIC 9(6).
      *>   (positivo = por encima del estandar). OJO: el sistema
      *>   contable debe tomar el nuevo corte de la cola.
           05 AS-Total-Variacion       PIC S9(13)V99.
      *>   Ventas netas del periodo con signo: neto facturado menos
      *>   neto de notas de credito (negativo si las notas superan
      *>   a la facturacion). OJO: mismo aviso que la variacion.
           05 AS-Total-Ventas          PIC S9(11)V99.
      *>   Consumo interno del periodo imputado a las cuentas de
      *>   gastos de los centros de costo (lineas CONSUM). OJO: el
      *>   registro paso de 80 a 95 posiciones con este corte.
           05 AS-Total-Consumo         PIC 9(13)V99.
      *>   Prevision a valor neto realizable constituida en el
      *>   periodo (lineas PREVNR) y la del periodo anterior que se
      *>   revierte (lineas REVVNR). OJO: el registro paso de 95 a
      *>   125 posiciones con este corte.
           05 AS-Total-Prevision       PIC 9(13)V99.
           05 AS-Total-Reversion       PIC 9(13)V99.
      *>   Ajuste por inflacion del inventario al cierre del periodo
      *>   (lineas REEXPR, o REEXNG si es negativo) y el del periodo
      *>   anterior que se revierte (REVREX / REVRNG), con signo.
      *>   OJO: el registro paso de 125 a 155 posiciones.
           05 AS-Total-Reexpresion     PIC S9(13)V99.
           05 AS-Total-Rev-Reexp       PIC S9(13)V99.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-AsientoStatus     PIC XX.
               05 WS-VariacionesStatus PIC XX.
               05 WS-FacturasStatus    PIC XX.
               05 WS-NotasStatus       PIC XX.
               05 WS-CentrosStatus     PIC XX.
               05 WS-PrevisionesStatus PIC XX.
               05 WS-ReexpStatus       PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-AnoPeriodo            PIC 9(4).
           01 WS-EstadoFactura         PIC X(10).
           01 WS-MesPeriodo            PIC 9(2).
           01 WS-NombreCerrado         PIC X(40).
           01 WS-NombreAsiento         PIC X(40).
           01 WS-CostoMov              PIC 9(5)V99.
           01 WS-ImporteMov            PIC 9(13)V99.
           01 WS-Categoria             PIC X(20).
           01 WS-ProductoVenta         PIC X(10).
           01 WS-Lineas                PIC 9(6) VALUE 0.
           01 WS-TotDebe               PIC 9(13)V99 VALUE 0.
           01 WS-TotHaber              PIC 9(13)V99 VALUE 0.
           01 WS-TotAjuste             PIC 9(13)V99 VALUE 0.
           01 WS-TotVariacion          PIC S9(13)V99 VALUE 0.
           01 WS-TotConsumo            PIC 9(13)V99 VALUE 0.
           01 WS-TotPrevision          PIC 9(13)V99 VALUE 0.
           01 WS-TotReversion          PIC 9(13)V99 VALUE 0.
           01 WS-PeriodoAnterior       PIC 9(6).
           01 WS-TotReexp              PIC S9(13)V99 VALUE 0.
           01 WS-TotRevReexp           PIC S9(13)V99 VALUE 0.
           01 WS-ReexpAbs              PIC 9(13)V99.
           01 WS-FechaMesVC            PIC 9(6).
           01 WS-PeriodoNum            PIC 9(6).
           01 WS-VariacionAbs          PIC 9(13)V99.
           01 WS-TotVentas             PIC 9(13)V99 VALUE 0.
           01 WS-TotNotaCred           PIC 9(13)V99 VALUE 0.
           01 WS-VentasNetas           PIC S9(13)V99 VALUE 0.
           01 WS-FechaPeriodo          PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-UsuarioAsiento        PIC X(10) VALUE "ASIENTO".
           01 WS-PeriodoOk             PIC X(1).

           01 WS-CuentasTabla.
               05 WS-Cuenta-Entry OCCURS 20 TIMES.
                   10 WS-CU-Haber      PIC 9(13)V99.
                   10 WS-CU-Ajuste     PIC 9(13)V99.
                   10 WS-CU-Variacion  PIC S9(13)V99.
                   10 WS-CU-Ventas     PIC 9(13)V99.
                   10 WS-CU-NotaCred   PIC 9(13)V99.
                   10 WS-CU-Consumo    PIC 9(13)V99.
                   10 WS-CU-Prevision  PIC 9(13)V99.
                   10 WS-CU-Reversion  PIC 9(13)V99.
                   10 WS-CU-Reexp      PIC S9(13)V99.
                   10 WS-CU-RevReexp   PIC S9(13)V99.
           01 WS-CuentasUsadas         PIC 9(2) VALUE 0.
           01 WS-CU-Idx                PIC 9(2).
           01 WS-CU-Hallada            PIC X(1).
           STRING "Asiento-" WS-AnoPeriodo WS-MesPeriodo ".TXT"
               DELIMITED BY SIZE INTO WS-NombreAsiento
           OPEN INPUT Productos
           OPEN INPUT Centros
           PERFORM Acumular-Mes-Corriente
           PERFORM Acumular-Mes-Cerrado
           IF WS-CentrosStatus = "00" THEN
               CLOSE Centros
           END-IF
           PERFORM Acumular-Ventas-Mes
           PERFORM Acumular-Notas-Credito-Mes
           CLOSE Productos
           PERFORM Acumular-Variaciones-Mes
           PERFORM Acumular-Previsiones
           PERFORM Acumular-Reexpresion
           IF WS-CuentasUsadas = 0 THEN
               DISPLAY "Sin movimientos en el periodo; no se "
                   "genera el asiento."
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               IF MOV-Ano = WS-AnoPeriodo AND
                                       MOV-Mes = WS-MesPeriodo THEN
                                   PERFORM Clasificar-Movimiento
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM


      *> Debita inventario por ingresos (altas, compras, devoluciones
      *> de cliente, remitos anulados) y acredita por salidas
      *> (remitos, ventas, bajas, RMA, mermas), valuados al costo
      *> promedio del producto; los ajustes por modificacion van
      *> aparte, como pide contaduria.
      *> SALDO, TRANSF y FUSION no entran: no son hechos economicos
      *> (y sus campos de categoria llevan sucursales o IDs, no
      *> categorias). CONSIG tampoco: esa mercaderia no es nuestra
      *> y la valuacion de la opcion 8 tambien la excluye.
      *> El consumo interno (CONINT) acredita inventario como
      *> cualquier salida, pero su contrapartida va a la cuenta de
      *> gastos del centro de costo (concepto CONSUM) y no a la
      *> cuenta de ajustes y mermas.
       Clasificar-Movimiento.
           COMPUTE WS-Delta = MOV-Stock-Despues - MOV-Stock-Antes
      *>   Las operaciones sin efecto contable se filtran antes de
                   COMPUTE WS-ImporteMov =
                       (0 - WS-Delta) * WS-CostoMov
               END-IF
               IF MOV-Categoria-Despues NOT = SPACES AND
                       MOV-Operacion NOT = "CONINT" THEN
                   MOVE MOV-Categoria-Despues TO WS-Categoria
               ELSE
                   MOVE MOV-Categoria-Antes TO WS-Categoria
                   WHEN "ALTA"
                   WHEN "COMPRA"
                   WHEN "DEVCLI"
                   WHEN "ANUREM"
                       ADD WS-ImporteMov TO
                           WS-CU-Debe(WS-CU-Idx)
                   WHEN "REMITO"
                   WHEN "MERMA"
                       ADD WS-ImporteMov TO
                           WS-CU-Haber(WS-CU-Idx)
                   WHEN "CONINT"
                       ADD WS-ImporteMov TO
                           WS-CU-Haber(WS-CU-Idx)
                       PERFORM Imputar-Consumo
                   WHEN OTHER
                       ADD WS-ImporteMov TO
                           WS-CU-Ajuste(WS-CU-Idx)
       EXIT.


      *> La cuenta de gastos sale del maestro de centros de costo;
      *> un centro sin cuenta (o ya borrado) se imputa a nombre de
      *> su codigo para que contaduria lo reclasifique.
       Imputar-Consumo.
           MOVE SPACES TO WS-Categoria
           IF WS-CentrosStatus = "00" THEN
               MOVE MOV-Categoria-Despues(1:10) TO CC-Codigo
               READ Centros
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CC-Cuenta-Gasto TO WS-Categoria
               END-READ
           END-IF
           IF WS-Categoria = SPACES THEN
               STRING "CC " MOV-Categoria-Despues(1:10)
                   DELIMITED BY SIZE INTO WS-Categoria
           END-IF
           PERFORM Ubicar-Cuenta
           IF WS-CU-Idx > 0 THEN
               ADD WS-ImporteMov TO WS-CU-Consumo(WS-CU-Idx)
           END-IF
       EXIT.


       Buscar-Costo.
           MOVE MOV-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
       EXIT.


      *> La prevision a valor neto realizable del periodo entra por
      *> categoria como PREVNR; la del periodo anterior se revierte
      *> en este como REVVNR, para que cada cierre refleje solo la
      *> desvalorizacion vigente.
       Acumular-Previsiones.
           COMPUTE WS-PeriodoNum =
               (WS-AnoPeriodo * 100) + WS-MesPeriodo
           IF WS-MesPeriodo = 1 THEN
               COMPUTE WS-PeriodoAnterior =
                   ((WS-AnoPeriodo - 1) * 100) + 12
           ELSE
               COMPUTE WS-PeriodoAnterior = WS-PeriodoNum - 1
           END-IF
           OPEN INPUT Previsiones
           IF WS-PrevisionesStatus = "00" THEN
               MOVE WS-PeriodoAnterior TO PV-Periodo
               MOVE LOW-VALUES TO PV-Categoria
               START Previsiones KEY IS NOT LESS THAN PV-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Previsiones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Clasificar-Prevision
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Previsiones
           END-IF
       EXIT.


       Clasificar-Prevision.
           IF PV-Periodo > WS-PeriodoNum THEN
               MOVE 'Y' TO WS-EOF-Flag
           ELSE
               MOVE PV-Categoria TO WS-Categoria
               PERFORM Ubicar-Cuenta
               IF WS-CU-Idx > 0 THEN
                   IF PV-Periodo = WS-PeriodoNum THEN
                       ADD PV-Importe TO WS-CU-Prevision(WS-CU-Idx)
                   ELSE
                       ADD PV-Importe TO WS-CU-Reversion(WS-CU-Idx)
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> El ajuste por inflacion se calcula siempre sobre las capas
      *> vivas al cierre, asi que igual que la prevision entra el
      *> del periodo y se revierte el del periodo anterior.
      *> Acumular-Previsiones ya dejo armados ambos periodos.
       Acumular-Reexpresion.
           OPEN INPUT Reexpresiones
           IF WS-ReexpStatus = "00" THEN
               MOVE WS-PeriodoAnterior TO RX-Periodo
               MOVE LOW-VALUES TO RX-Product-ID
               START Reexpresiones KEY IS NOT LESS THAN RX-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Reexpresiones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Clasificar-Reexpresion
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Reexpresiones
           END-IF
       EXIT.


       Clasificar-Reexpresion.
           IF RX-Periodo > WS-PeriodoNum THEN
               MOVE 'Y' TO WS-EOF-Flag
           ELSE
               MOVE RX-Categoria TO WS-Categoria
               PERFORM Ubicar-Cuenta
               IF WS-CU-Idx > 0 THEN
                   IF RX-Periodo = WS-PeriodoNum THEN
                       ADD RX-Ajuste TO WS-CU-Reexp(WS-CU-Idx)
                   ELSE
                       ADD RX-Ajuste TO WS-CU-RevReexp(WS-CU-Idx)
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Las ventas del periodo (neto de las lineas de factura) y
      *> las notas de credito que las revierten entran por la
      *> categoria del producto facturado, con los conceptos VENTAS
      *> y NOTACR; la cola lleva las ventas netas de ambas.
       Acumular-Ventas-Mes.
           OPEN INPUT Facturas
           IF WS-FacturasStatus = "00" THEN
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
      *>                   Las lineas toman el estado de autorizacion
      *>                   de su cabecera; sin CAE no hay venta.
                           IF FA-Linea = 0 THEN
                               MOVE FA-Estado-CAE TO WS-EstadoFactura
                           END-IF
                           IF FA-Numero > 0 AND FA-Linea > 0 AND
                                   (WS-EstadoFactura = SPACES OR
                                    WS-EstadoFactura = "AUTORIZADA") AND
                                   FA-Ano = WS-AnoPeriodo AND
                                   FA-Mes = WS-MesPeriodo THEN
                               MOVE FA-Product-ID TO WS-ProductoVenta
                               PERFORM Categoria-Venta
                               PERFORM Ubicar-Cuenta
                               IF WS-CU-Idx > 0 THEN
                                   ADD FA-Importe TO
                                       WS-CU-Ventas(WS-CU-Idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Facturas
           END-IF
       EXIT.


       Acumular-Notas-Credito-Mes.
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
                                   NC-Ano = WS-AnoPeriodo AND
                                   NC-Mes = WS-MesPeriodo THEN
                               MOVE NC-Product-ID TO WS-ProductoVenta
                               PERFORM Categoria-Venta
                               PERFORM Ubicar-Cuenta
                               IF WS-CU-Idx > 0 THEN
                                   ADD NC-Importe TO
                                       WS-CU-NotaCred(WS-CU-Idx)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
       EXIT.


       Categoria-Venta.
           MOVE WS-ProductoVenta TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   MOVE "SIN CATEGORIA" TO WS-Categoria
               NOT INVALID KEY
                   MOVE P-Categoria TO WS-Categoria
           END-READ
       EXIT.


       Ubicar-Cuenta.
           MOVE 'N' TO WS-CU-Hallada
           PERFORM VARYING WS-CU-Idx FROM 1 BY 1
                   MOVE 0 TO WS-CU-Haber(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Ajuste(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Variacion(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Ventas(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-NotaCred(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Consumo(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Prevision(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Reversion(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-Reexp(WS-CuentasUsadas)
                   MOVE 0 TO WS-CU-RevReexp(WS-CuentasUsadas)
                   MOVE WS-CuentasUsadas TO WS-CU-Idx
               ELSE
      *>           Tabla llena: indice cero para descartar el
               MOVE WS-TotHaber TO AS-Total-Haber
               MOVE WS-TotAjuste TO AS-Total-Ajuste
               MOVE WS-TotVariacion TO AS-Total-Variacion
               COMPUTE WS-VentasNetas = WS-TotVentas - WS-TotNotaCred
               MOVE WS-VentasNetas TO AS-Total-Ventas
               MOVE WS-TotConsumo TO AS-Total-Consumo
               MOVE WS-TotPrevision TO AS-Total-Prevision
               MOVE WS-TotReversion TO AS-Total-Reversion
               MOVE WS-TotReexp TO AS-Total-Reexpresion
               MOVE WS-TotRevReexp TO AS-Total-Rev-Reexp
               WRITE AS-Rec
               CLOSE Asiento
               DISPLAY "Asiento generado: " WS-NombreAsiento
               DISPLAY "Total AJUSTE: " WS-TotAjuste
               DISPLAY "Total VARIACION DE COMPRA: "
                   WS-TotVariacion
               DISPLAY "Total VENTAS: " WS-TotVentas
                   " - NOTAS DE CREDITO: " WS-TotNotaCred
                   " = NETO " WS-VentasNetas
               DISPLAY "Total CONSUMO INTERNO: " WS-TotConsumo
               DISPLAY "Prevision VNR: " WS-TotPrevision
                   " - reversion del periodo anterior: "
                   WS-TotReversion
               DISPLAY "Reexpresion por inflacion: " WS-TotReexp
                   " - reversion del periodo anterior: "
                   WS-TotRevReexp
               IF WS-CatPerdidas > 0 THEN
                   DISPLAY "ATENCION: " WS-CatPerdidas
                       " importe(s) NO imputados por el tope de "
               END-IF
               DISPLAY "Verificar contra el valor de inventario de "
                   "Estadisticas opcion 8."
               PERFORM Marcar-Periodo-Exportado
           END-IF
       EXIT.


      *> El asiento completo de un mes ya terminado queda como
      *> exportado en los periodos contables; con el mes tambien
      *> rotado por el cierre mensual, el periodo se cierra.
       Marcar-Periodo-Exportado.
           COMPUTE WS-FechaPeriodo = (WS-AnoPeriodo * 10000) +
               (WS-MesPeriodo * 100) + 1
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           IF WS-CatPerdidas = 0 AND
                   WS-FechaPeriodo(1:6) < WS-HoyNum(1:6) THEN
               CALL "Periodos-Contables" USING 3, WS-UsuarioAsiento,
                   WS-FechaPeriodo, WS-PeriodoOk
           END-IF
       EXIT.

               ADD 1 TO WS-Lineas
               ADD WS-CU-Variacion(WS-CU-Idx) TO WS-TotVariacion
           END-IF
           IF WS-CU-Ventas(WS-CU-Idx) > 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               MOVE "VENTAS" TO AS-Concepto
               MOVE WS-CU-Ventas(WS-CU-Idx) TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-Ventas(WS-CU-Idx) TO WS-TotVentas
           END-IF
           IF WS-CU-NotaCred(WS-CU-Idx) > 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               MOVE "NOTACR" TO AS-Concepto
               MOVE WS-CU-NotaCred(WS-CU-Idx) TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-NotaCred(WS-CU-Idx) TO WS-TotNotaCred
           END-IF
           IF WS-CU-Consumo(WS-CU-Idx) > 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               MOVE "CONSUM" TO AS-Concepto
               MOVE WS-CU-Consumo(WS-CU-Idx) TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-Consumo(WS-CU-Idx) TO WS-TotConsumo
           END-IF
           IF WS-CU-Prevision(WS-CU-Idx) > 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               MOVE "PREVNR" TO AS-Concepto
               MOVE WS-CU-Prevision(WS-CU-Idx) TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-Prevision(WS-CU-Idx) TO WS-TotPrevision
           END-IF
           IF WS-CU-Reversion(WS-CU-Idx) > 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               MOVE "REVVNR" TO AS-Concepto
               MOVE WS-CU-Reversion(WS-CU-Idx) TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-Reversion(WS-CU-Idx) TO WS-TotReversion
           END-IF
           IF WS-CU-Reexp(WS-CU-Idx) NOT = 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               IF WS-CU-Reexp(WS-CU-Idx) > 0 THEN
                   MOVE "REEXPR" TO AS-Concepto
                   MOVE WS-CU-Reexp(WS-CU-Idx) TO WS-ReexpAbs
               ELSE
                   MOVE "REEXNG" TO AS-Concepto
                   COMPUTE WS-ReexpAbs = 0 - WS-CU-Reexp(WS-CU-Idx)
               END-IF
               MOVE WS-ReexpAbs TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-Reexp(WS-CU-Idx) TO WS-TotReexp
           END-IF
           IF WS-CU-RevReexp(WS-CU-Idx) NOT = 0 THEN
               MOVE SPACES TO AS-Rec
               MOVE "D" TO AS-Tipo
               MOVE WS-CU-Categoria(WS-CU-Idx) TO AS-Categoria
               IF WS-CU-RevReexp(WS-CU-Idx) > 0 THEN
                   MOVE "REVREX" TO AS-Concepto
                   MOVE WS-CU-RevReexp(WS-CU-Idx) TO WS-ReexpAbs
               ELSE
                   MOVE "REVRNG" TO AS-Concepto
                   COMPUTE WS-ReexpAbs =
                       0 - WS-CU-RevReexp(WS-CU-Idx)
               END-IF
               MOVE WS-ReexpAbs TO AS-Importe
               WRITE AS-Rec
               ADD 1 TO WS-Lineas
               ADD WS-CU-RevReexp(WS-CU-Idx) TO WS-TotRevReexp
           END-IF
       EXIT.
