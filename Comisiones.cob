       IDENTIFICATION DIVISION.
       PROGRAM-ID. Comisiones AS "Comisiones".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT Recibos ASSIGN TO 'Recibos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Clave
               FILE STATUS IS WS-RecibosStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Vendedores ASSIGN TO 'Vendedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-Clave
               FILE STATUS IS WS-VendedoresStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Facturas.
           COPY FACTURA.

       FD  NotasCredito.
           COPY NOTA-CREDITO.

       FD  Recibos.
           COPY RECIBO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Vendedores.
           COPY VENDEDOR.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-FacturasStatus    PIC XX.
               05 WS-NotasStatus       PIC XX.
               05 WS-RecibosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-VendedoresStatus  PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

      *>   Un READ por clave que no encuentra cambia el status: la
      *>   apertura de cada archivo queda en su propia marca.
           01 WS-Abiertos.
               05 WS-FacturasAbierto   PIC X(1).
               05 WS-NotasAbierto      PIC X(1).
               05 WS-RecibosAbierto    PIC X(1).
               05 WS-ProductosAbierto  PIC X(1).
               05 WS-VendedoresAbierto PIC X(1).

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Definitiva            PIC X(1).
           01 WS-AnoMes                PIC 9(6).
           01 WS-RegistroMes           PIC 9(6).
           01 WS-FinMes                PIC 9(8).
           01 WS-FechaDoc              PIC 9(8).
           01 WS-Vendedor              PIC X(10).
           01 WS-Categoria             PIC X(20).
           01 WS-Porcentaje            PIC 9(2)V99.
           01 WS-Base                  PIC 9(13)V99.
           01 WS-Comision              PIC S9(13)V99.
           01 WS-Signo                 PIC S9(1).
           01 WS-TipoDoc               PIC X(3).
           01 WS-NumeroDoc             PIC 9(6).
           01 WS-PID                   PIC X(10).
           01 WS-Saldo                 PIC S9(13)V99.
           01 WS-NotaActual            PIC 9(6).
           01 WS-NotaVigente           PIC X(1).
           01 WS-FacturaOk             PIC X(1).
           01 WS-Facturas              PIC 9(5).
           01 WS-Notas                 PIC 9(5).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "COMISIONES".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-EdBase                PIC Z(12)9.99.
           01 WS-EdComision            PIC -Z(12)9.99.
           01 WS-EdVentas              PIC Z(12)9.99.
           01 WS-EdNotas               PIC Z(12)9.99.

      *>   Facturas con cobranza aplicada en el mes; las que quedan
      *>   liquidadas en esta corrida se marcan para que sus notas
      *>   de credito se descuenten en la misma liquidacion.
           01 WS-CandidatasTabla.
               05 WS-CA-Entry OCCURS 1000 TIMES.
                   10 WS-CA-Factura        PIC 9(6).
                   10 WS-CA-Liquidada      PIC X(1).
           01 WS-CA-Usadas             PIC 9(4).
           01 WS-CA-Idx                PIC 9(4).
           01 WS-CA-Hallada            PIC X(1).
           01 WS-CA-Desbordadas        PIC 9(5).

      *>   Totales por vendedor: base de facturas, base de notas de
      *>   credito y comision neta a pagar.
           01 WS-VendedoresTabla.
               05 WS-VT-Entry OCCURS 50 TIMES.
                   10 WS-VT-Vendedor       PIC X(10).
                   10 WS-VT-Ventas         PIC 9(13)V99.
                   10 WS-VT-Notas          PIC 9(13)V99.
                   10 WS-VT-Comision       PIC S9(13)V99.
           01 WS-VT-Usadas             PIC 9(2).
           01 WS-VT-Idx                PIC 9(2).
           01 WS-VT-Hallada            PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Liquidacion de Comisiones -------"
               DISPLAY "1. Liquidacion de prueba (no marca nada)"
               DISPLAY "2. Liquidacion definitiva del mes"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       MOVE 'N' TO WS-Definitiva
                       PERFORM Liquidar-Comisiones
                   WHEN 2
                       MOVE 'S' TO WS-Definitiva
                       PERFORM Liquidar-Comisiones
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT PROGRAM.


      *> La comision se gana cuando la factura queda cobrada del
      *> todo por recibos de Cuentas-Corrientes: entra en el mes de
      *> la cobranza que la cancela, sobre el neto de cada linea y
      *> al porcentaje del vendedor para la categoria del producto.
      *> Las notas de credito descuentan la comision de lo que
      *> acreditan una vez pagada la de su factura. La definitiva
      *> deja el mes en cada comprobante: no se paga dos veces y
      *> repetirla para el mismo mes da el mismo resultado.
       Liquidar-Comisiones.
           DISPLAY "Mes a liquidar (AAAAMM): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
           ELSE
               MOVE 0 TO WS-AnoMes
           END-IF
           IF WS-AnoMes = 0 THEN
               DISPLAY "Mes no valido."
           ELSE
               COMPUTE WS-FinMes = (WS-AnoMes * 100) + 31
               PERFORM Abrir-Archivos
               IF WS-FacturasAbierto = 'S' AND
                       WS-RecibosAbierto = 'S' THEN
                   PERFORM Preparar-Informe
                   IF WS-InformeStatus = "00" THEN
                       MOVE 0 TO WS-VT-Usadas
                       MOVE 0 TO WS-Facturas
                       MOVE 0 TO WS-Notas
                       PERFORM Buscar-Cobranzas
                       PERFORM Liquidar-Facturas
                       IF WS-NotasAbierto = 'S' THEN
                           PERFORM Liquidar-Notas
                       END-IF
                       PERFORM Escribir-Totales
                       CLOSE Informe
                       DISPLAY "Informe en "
                           FUNCTION TRIM(WS-NombreInforme)
                   ELSE
                       CALL "Errores" USING WS-InformeStatus
                   END-IF
               ELSE
                   DISPLAY "No hay facturas o recibos registrados."
               END-IF
               PERFORM Cerrar-Archivos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Abrir-Archivos.
           IF WS-Definitiva = 'S' THEN
               OPEN I-O Facturas
               OPEN I-O NotasCredito
           ELSE
               OPEN INPUT Facturas
               OPEN INPUT NotasCredito
           END-IF
           OPEN INPUT Recibos
           OPEN INPUT Productos
           OPEN INPUT Vendedores
           MOVE 'N' TO WS-FacturasAbierto
           MOVE 'N' TO WS-NotasAbierto
           MOVE 'N' TO WS-RecibosAbierto
           MOVE 'N' TO WS-ProductosAbierto
           MOVE 'N' TO WS-VendedoresAbierto
           IF WS-FacturasStatus = "00" THEN
               MOVE 'S' TO WS-FacturasAbierto
           END-IF
           IF WS-NotasStatus = "00" THEN
               MOVE 'S' TO WS-NotasAbierto
           END-IF
           IF WS-RecibosStatus = "00" THEN
               MOVE 'S' TO WS-RecibosAbierto
           END-IF
           IF WS-ProductosStatus = "00" THEN
               MOVE 'S' TO WS-ProductosAbierto
           END-IF
           IF WS-VendedoresStatus = "00" THEN
               MOVE 'S' TO WS-VendedoresAbierto
           END-IF
       EXIT.


       Cerrar-Archivos.
           IF WS-FacturasAbierto = 'S' THEN
               CLOSE Facturas
           END-IF
           IF WS-NotasAbierto = 'S' THEN
               CLOSE NotasCredito
           END-IF
           IF WS-RecibosAbierto = 'S' THEN
               CLOSE Recibos
           END-IF
           IF WS-ProductosAbierto = 'S' THEN
               CLOSE Productos
           END-IF
           IF WS-VendedoresAbierto = 'S' THEN
               CLOSE Vendedores
           END-IF
       EXIT.


       Preparar-Informe.
           MOVE SPACES TO WS-ParamInf
           IF WS-Definitiva = 'S' THEN
               STRING "mes " WS-AnoMes " definitiva"
                   DELIMITED SIZE INTO WS-ParamInf
           ELSE
               STRING "mes " WS-AnoMes " prueba"
                   DELIMITED SIZE INTO WS-ParamInf
           END-IF
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           IF WS-InformeStatus = "00" THEN
               MOVE SPACES TO WS-Linea
               IF WS-Definitiva = 'S' THEN
                   STRING "LIQUIDACION DE COMISIONES DEL MES "
                       WS-AnoMes " (DEFINITIVA)"
                       DELIMITED SIZE INTO WS-Linea
               ELSE
                   STRING "LIQUIDACION DE COMISIONES DEL MES "
                       WS-AnoMes " (PRUEBA)"
                       DELIMITED SIZE INTO WS-Linea
               END-IF
               PERFORM Escribir-Linea
               MOVE "TIPO NUMERO VENDEDOR   PRODUCTO   CATEGORIA     "
                   & "          BASE            %   COMISION"
                   TO WS-Linea
               PERFORM Escribir-Detalle
           END-IF
       EXIT.


      *> Toda aplicacion de un recibo a una factura en el mes deja
      *> la factura como candidata.
       Buscar-Cobranzas.
           MOVE 0 TO WS-CA-Usadas
           MOVE 0 TO WS-CA-Desbordadas
           MOVE LOW-VALUES TO RC-Clave
           START Recibos KEY IS NOT LESS THAN RC-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Recibos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       COMPUTE WS-RegistroMes =
                           (RC-Ano * 100) + RC-Mes
                       IF RC-Numero > 0 AND RC-Linea > 0 AND
                               RC-Factura > 0 AND
                               WS-RegistroMes = WS-AnoMes THEN
                           PERFORM Agregar-Candidata
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Agregar-Candidata.
           MOVE 'N' TO WS-CA-Hallada
           PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                   UNTIL WS-CA-Idx > WS-CA-Usadas
               IF WS-CA-Factura(WS-CA-Idx) = RC-Factura THEN
                   MOVE 'S' TO WS-CA-Hallada
               END-IF
           END-PERFORM
           IF WS-CA-Hallada = 'N' THEN
               IF WS-CA-Usadas < 1000 THEN
                   ADD 1 TO WS-CA-Usadas
                   MOVE RC-Factura TO WS-CA-Factura(WS-CA-Usadas)
                   MOVE 'N' TO WS-CA-Liquidada(WS-CA-Usadas)
               ELSE
                   ADD 1 TO WS-CA-Desbordadas
               END-IF
           END-IF
       EXIT.


       Liquidar-Facturas.
           PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                   UNTIL WS-CA-Idx > WS-CA-Usadas
               MOVE WS-CA-Factura(WS-CA-Idx) TO FA-Numero
               MOVE 0 TO FA-Linea
               READ Facturas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Evaluar-Factura
                       IF WS-FacturaOk = 'S' THEN
                           PERFORM Liquidar-Factura
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CA-Desbordadas > 0 THEN
               MOVE SPACES TO WS-Linea
               STRING "AVISO: " WS-CA-Desbordadas " factura(s) "
                   "cobradas quedaron fuera; liquidar de nuevo el "
                   "mes." DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


      *> Autorizada, con vendedor, con algo cobrado, sin saldo y no
      *> pagada en otra liquidacion.
       Evaluar-Factura.
           MOVE 'N' TO WS-FacturaOk
           COMPUTE WS-Saldo = FA-Total - FA-Importe-Acreditado
               - FA-Cobrado
           IF (FA-Estado-CAE = SPACES OR
                   FA-Estado-CAE = "AUTORIZADA")
                   AND FA-Vendedor NOT = SPACES
                   AND FA-Cobrado > 0 AND WS-Saldo <= 0
                   AND (FA-Comision-Periodo = 0 OR
                   FA-Comision-Periodo = WS-AnoMes) THEN
               MOVE 'S' TO WS-FacturaOk
           END-IF
       EXIT.


       Liquidar-Factura.
           MOVE 'S' TO WS-CA-Liquidada(WS-CA-Idx)
           MOVE FA-Vendedor TO WS-Vendedor
           MOVE FA-Numero TO WS-NumeroDoc
           MOVE "FAC" TO WS-TipoDoc
           MOVE 1 TO WS-Signo
           ADD 1 TO WS-Facturas
           IF WS-Definitiva = 'S' THEN
               MOVE WS-AnoMes TO FA-Comision-Periodo
               REWRITE FA-Rec
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero = WS-NumeroDoc AND
                               FA-Linea > 0 THEN
                           MOVE FA-Product-ID TO WS-PID
                           MOVE FA-Importe TO WS-Base
                           PERFORM Comisionar-Linea
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Las lineas de cada nota siguen a su cabecera en la clave.
       Liquidar-Notas.
           MOVE 'N' TO WS-NotaVigente
           MOVE 0 TO WS-NotaActual
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
                       IF NC-Numero > 0 THEN
                           IF NC-Linea = 0 THEN
                               PERFORM Evaluar-Nota
                           ELSE
                               IF NC-Numero = WS-NotaActual AND
                                       WS-NotaVigente = 'S' THEN
                                   MOVE NC-Product-ID TO WS-PID
                                   MOVE NC-Importe TO WS-Base
                                   PERFORM Comisionar-Linea
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Una nota del mes (o anterior y todavia sin descontar) se
      *> descuenta si la comision de su factura ya se pago, en
      *> esta liquidacion o en una anterior.
       Evaluar-Nota.
           MOVE NC-Numero TO WS-NotaActual
           MOVE 'N' TO WS-NotaVigente
           COMPUTE WS-FechaDoc = (NC-Ano * 10000) + (NC-Mes * 100)
               + NC-Dia
           IF WS-FechaDoc <= WS-FinMes AND
                   (NC-Comision-Periodo = 0 OR
                   NC-Comision-Periodo = WS-AnoMes) THEN
               MOVE 'N' TO WS-CA-Hallada
               PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                       UNTIL WS-CA-Idx > WS-CA-Usadas
                   IF WS-CA-Factura(WS-CA-Idx) = NC-Factura AND
                           WS-CA-Liquidada(WS-CA-Idx) = 'S' THEN
                       MOVE 'S' TO WS-CA-Hallada
                   END-IF
               END-PERFORM
               MOVE NC-Factura TO FA-Numero
               MOVE 0 TO FA-Linea
               READ Facturas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FA-Vendedor NOT = SPACES AND
                               (WS-CA-Hallada = 'S' OR
                               (FA-Comision-Periodo > 0 AND
                               FA-Comision-Periodo <= WS-AnoMes))
                               THEN
                           MOVE 'S' TO WS-NotaVigente
                       END-IF
               END-READ
           END-IF
           IF WS-NotaVigente = 'S' THEN
               MOVE FA-Vendedor TO WS-Vendedor
               MOVE NC-Numero TO WS-NumeroDoc
               MOVE "NC " TO WS-TipoDoc
               MOVE -1 TO WS-Signo
               ADD 1 TO WS-Notas
               IF WS-Definitiva = 'S' THEN
                   MOVE WS-AnoMes TO NC-Comision-Periodo
                   REWRITE NC-Rec
               END-IF
           END-IF
       EXIT.


      *> El porcentaje de la categoria del producto; sin uno propio
      *> rige el general de la ficha del vendedor.
       Comisionar-Linea.
           MOVE SPACES TO WS-Categoria
           IF WS-ProductosAbierto = 'S' THEN
               MOVE WS-PID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Categoria TO WS-Categoria
               END-READ
           END-IF
           MOVE 0 TO WS-Porcentaje
           IF WS-VendedoresAbierto = 'S' THEN
               MOVE WS-Vendedor TO VD-Codigo
               MOVE WS-Categoria TO VD-Categoria
               READ Vendedores
                   INVALID KEY
                       MOVE WS-Vendedor TO VD-Codigo
                       MOVE SPACES TO VD-Categoria
                       READ Vendedores
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VD-Porcentaje TO WS-Porcentaje
                       END-READ
                   NOT INVALID KEY
                       MOVE VD-Porcentaje TO WS-Porcentaje
               END-READ
           END-IF
           COMPUTE WS-Comision ROUNDED =
               WS-Base * WS-Porcentaje / 100 * WS-Signo
           PERFORM Acumular-Vendedor
           MOVE WS-Base TO WS-EdBase
           MOVE WS-Comision TO WS-EdComision
           MOVE SPACES TO WS-Linea
           STRING WS-TipoDoc "  " WS-NumeroDoc " " WS-Vendedor " "
               WS-PID " " WS-Categoria " " WS-EdBase " "
               WS-Porcentaje " " WS-EdComision
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Detalle
       EXIT.


       Acumular-Vendedor.
           MOVE 'N' TO WS-VT-Hallada
           PERFORM VARYING WS-VT-Idx FROM 1 BY 1
                   UNTIL WS-VT-Idx > WS-VT-Usadas
                   OR WS-VT-Hallada = 'S'
               IF WS-VT-Vendedor(WS-VT-Idx) = WS-Vendedor THEN
                   MOVE 'S' TO WS-VT-Hallada
               END-IF
           END-PERFORM
           IF WS-VT-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-VT-Idx
           ELSE
               IF WS-VT-Usadas < 50 THEN
                   ADD 1 TO WS-VT-Usadas
                   MOVE WS-VT-Usadas TO WS-VT-Idx
                   MOVE WS-Vendedor TO WS-VT-Vendedor(WS-VT-Idx)
                   MOVE 0 TO WS-VT-Ventas(WS-VT-Idx)
                   MOVE 0 TO WS-VT-Notas(WS-VT-Idx)
                   MOVE 0 TO WS-VT-Comision(WS-VT-Idx)
               ELSE
                   MOVE 0 TO WS-VT-Idx
               END-IF
           END-IF
           IF WS-VT-Idx > 0 THEN
               IF WS-Signo > 0 THEN
                   ADD WS-Base TO WS-VT-Ventas(WS-VT-Idx)
               ELSE
                   ADD WS-Base TO WS-VT-Notas(WS-VT-Idx)
               END-IF
               ADD WS-Comision TO WS-VT-Comision(WS-VT-Idx)
           END-IF
       EXIT.


       Escribir-Totales.
           MOVE SPACES TO WS-Linea
           STRING "Facturas liquidadas: " WS-Facturas
               "   Notas de credito descontadas: " WS-Notas
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "VENDEDOR   VENTAS COBRADAS     NOTAS DE CREDITO  "
               & "  COMISION A PAGAR" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-VT-Idx FROM 1 BY 1
                   UNTIL WS-VT-Idx > WS-VT-Usadas
               MOVE WS-VT-Ventas(WS-VT-Idx) TO WS-EdVentas
               MOVE WS-VT-Notas(WS-VT-Idx) TO WS-EdNotas
               MOVE WS-VT-Comision(WS-VT-Idx) TO WS-EdComision
               MOVE SPACES TO WS-Linea
               STRING WS-VT-Vendedor(WS-VT-Idx) " " WS-EdVentas
                   " " WS-EdNotas " " WS-EdComision
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
       EXIT.


      *> El detalle por comprobante va solo al informe; los totales
      *> tambien a pantalla.
       Escribir-Detalle.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
