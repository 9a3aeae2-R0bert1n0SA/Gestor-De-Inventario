               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT PagosProv ASSIGN TO 'Pagos-Prov.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-Clave
               FILE STATUS IS WS-PagosStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FacturasProv.
           COPY FACTURA-PROV.

       FD  PagosProv.
           COPY PAGO-PROV.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       FD  OrdenesCompra.
           COPY ORDEN-COMPRA.
               05 WS-FacProvStatus     PIC XX.
               05 WS-OrdenesStatus     PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-PagosStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Confirmar             PIC X(1).
           01 WS-ValorParam            PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(8).
           01 WS-LimiteInt             PIC 9(8).
           01 WS-FechaInt              PIC 9(8).
           01 WS-FechaFactura          PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).
           01 WS-VtoNum                PIC 9(8).
           01 WS-VtoCalendario         PIC 9(8).
           01 WS-DiasCal               PIC 9(5).
           01 WS-SucCal                PIC X(4) VALUE SPACES.
           01 WS-CalOk                 PIC X(1).
           01 WS-Dias                  PIC S9(5).
           01 WS-DiasDefecto           PIC 9(3).
           01 WS-DiasPago              PIC 9(3).
           01 WS-CondPago              PIC X(20).
           01 WS-CondDias              PIC X(20).
           01 WS-ProximoPago           PIC 9(6).
           01 WS-NumeroPago            PIC 9(6).
           01 WS-LineaPago             PIC 9(3).
           01 WS-ImportePago           PIC 9(13)V99.
           01 WS-Referencia            PIC X(20).
           01 WS-Disponible            PIC 9(13)V99.
           01 WS-Aplicar               PIC 9(13)V99.
           01 WS-Revertir              PIC 9(13)V99.
           01 WS-SaldoFactura          PIC 9(13)V99.
           01 WS-TotalPagado           PIC 9(13)V99.
           01 WS-TotalACuenta          PIC 9(13)V99.
           01 WS-SaldoProveedor        PIC S9(13)V99.
           01 WS-Abiertas              PIC 9(5).
           01 WS-Situacion             PIC X(10).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "AGENDA-PAG".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-Desbordados           PIC 9(4).
           01 WS-Letra                 PIC X(1).
           01 WS-CodigoIVA             PIC X(2).
           01 WS-TasaIVA               PIC 9(2)V99.
           01 WS-IVAOk                 PIC X(1).
           01 WS-NetoAlic              PIC 9(13)V99.
           01 WS-IVAAlic               PIC 9(13)V99.
           01 WS-NetoGravado           PIC 9(13)V99.
           01 WS-Exento                PIC 9(13)V99.
           01 WS-NoGravado             PIC 9(13)V99.
           01 WS-IVAFactura            PIC 9(13)V99.
           01 WS-TotalComprobante      PIC 9(13)V99.
           01 WS-BaseFactura           PIC 9(13)V99.
           01 WS-ChequeOk              PIC X(1).
           01 WS-ConCheques            PIC X(1).

      *>   Cheques de la cartera que se endosan al proveedor con el
      *>   pago en carga.
           01 WS-EndososTabla.
               05 WS-EN-Cheque         PIC 9(6) OCCURS 20 TIMES.
           01 WS-EN-Usados             PIC 9(2).
           01 WS-EN-Idx                PIC 9(2).

           COPY CHEQUE.

      *>   Alicuotas de IVA del comprobante en carga, como vienen
      *>   discriminadas en la factura del proveedor.
           01 WS-AlicuotasTabla.
               05 WS-AL-Entry OCCURS 5 TIMES.
                   10 WS-AL-Tasa       PIC 9(2)V99.
                   10 WS-AL-Neto       PIC 9(13)V99.
                   10 WS-AL-IVA        PIC 9(13)V99.
           01 WS-AL-Usadas             PIC 9(1).
           01 WS-AL-Idx                PIC 9(1).
           01 WS-AL-Hallada            PIC X(1).

      *>   Saldos por proveedor de la agenda de pagos: lo vencido,
      *>   lo que vence en los proximos siete dias, lo posterior y
      *>   los pagos que quedaron a cuenta sin aplicar.
           01 WS-AgendaTabla.
               05 WS-AG-Entry OCCURS 200 TIMES.
                   10 WS-AG-Proveedor  PIC X(10).
                   10 WS-AG-Vencido    PIC 9(13)V99.
                   10 WS-AG-Semana     PIC 9(13)V99.
                   10 WS-AG-Posterior  PIC 9(13)V99.
                   10 WS-AG-ACuenta    PIC 9(13)V99.
           01 WS-AG-Usados             PIC 9(3).
           01 WS-AG-Idx                PIC 9(3).
           01 WS-AG-Busca              PIC 9(3).
           01 WS-TotVencido            PIC 9(13)V99.
           01 WS-TotSemana             PIC 9(13)V99.
           01 WS-TotPosterior          PIC 9(13)V99.
           01 WS-TotACuenta            PIC 9(13)V99.
           01 WS-TotSaldo              PIC S9(13)V99.
           01 WS-EdImporte             PIC Z(12)9.99.
           01 WS-EdVencido             PIC Z(12)9.99.
           01 WS-EdSemana              PIC Z(12)9.99.
           01 WS-EdPosterior           PIC Z(12)9.99.
           01 WS-EdACuenta             PIC Z(12)9.99.
           01 WS-EdSaldo               PIC -(12)9.99.

       LINKAGE SECTION.
      *> Flag 1: el cheque endosado por LK-Importe en el pago
      *>         LK-Pago fue rechazado; se descuenta del pago y
      *>         reabre las facturas que cancelaba. 'S' en
      *>         LK-Resultado si el pago quedo corregido.
      *> Otro valor: menu de facturas de proveedor.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Pago                  PIC 9(6).
           01 LK-Importe               PIC 9(13)V99.
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Pago,
               LK-Importe, LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           IF LK-Flag = 1 THEN
               PERFORM Revertir-Endoso
           ELSE
               PERFORM Menu-Facturas-Proveedor
           END-IF
       EXIT PROGRAM.


       Menu-Facturas-Proveedor.
           PERFORM Leer-Tolerancia
           PERFORM Leer-Dias-Pago
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Facturas de Proveedor -------"
               DISPLAY "1. Registrar y controlar una factura"
               DISPLAY "2. Listar facturas con discrepancias"
               DISPLAY "3. Cuenta a pagar de un proveedor"
               DISPLAY "4. Registrar un pago a proveedor"
               DISPLAY "5. Aplicar un pago a cuenta"
               DISPLAY "6. Agenda semanal de pagos"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                       PERFORM Listar-Discrepancias
                   WHEN 3
                       PERFORM Cuenta-Proveedor
                   WHEN 4
                       PERFORM Registrar-Pago
                   WHEN 5
                       PERFORM Aplicar-Pago-A-Cuenta
                   WHEN 6
                       PERFORM Agenda-Pagos
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT.


       Leer-Tolerancia.
       EXIT.


      *> Plazo que se usa cuando la condicion de pago del proveedor
      *> no trae una cantidad de dias reconocible.
       Leer-Dias-Pago.
           MOVE "30" TO WS-ValorParam
           MOVE "DIAS-PAGO-DEFECTO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-DiasDefecto
           ELSE
               MOVE 30 TO WS-DiasDefecto
           END-IF
       EXIT.


       Abrir-FacturasProv.
           OPEN I-O FacturasProv
           IF WS-FacProvStatus = "35" THEN


       Registrar-Factura.
           PERFORM Validar-Proveedor
           IF WS-Proveedor NOT = SPACES THEN
               DISPLAY "Numero de factura del proveedor: "
               ACCEPT WS-FacturaProv
               PERFORM Capturar-Fecha-Factura
      *>       Una factura fechada en un mes contable cerrado no se
      *>       registra: hay que pedir la reapertura del periodo.
               CALL "Periodos-Contables" USING 1, WS-Usuario,
                   WS-FechaFactura, WS-PeriodoOk
               IF WS-PeriodoOk = 'S' THEN
                   PERFORM Calcular-Vencimiento
                   DISPLAY "Vencimiento: " WS-VtoNum " (condicion "
                       FUNCTION TRIM(WS-CondPago) ")"
                   PERFORM Cargar-Lineas-Factura
               END-IF
           END-IF
       EXIT.


       Validar-Proveedor.
           DISPLAY "Codigo de proveedor: "
           ACCEPT WS-Proveedor
           MOVE SPACES TO WS-CondPago
           OPEN INPUT Proveedores
           IF WS-ProvStatus NOT = "00" THEN
               DISPLAY "No hay proveedores registrados."
               MOVE SPACES TO WS-Proveedor
           ELSE
               MOVE WS-Proveedor TO PROV-Codigo
               READ Proveedores
                   NOT INVALID KEY
                       DISPLAY "Proveedor: "
                           FUNCTION TRIM(PROV-Nombre)
                       MOVE PROV-Cond-Pago TO WS-CondPago
               END-READ
               CLOSE Proveedores
           END-IF
       EXIT.


       Capturar-Fecha-Factura.
           DISPLAY "Fecha de la factura (AAAAMMDD, Enter = hoy): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-HoyNum TO WS-FechaFactura
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaFactura
               ELSE
                   MOVE 0 TO WS-FechaFactura
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaFactura)
                       NOT = 0 THEN
                   DISPLAY "Fecha no valida; se toma la de hoy."
                   MOVE WS-HoyNum TO WS-FechaFactura
               END-IF
           END-IF
       EXIT.


      *> El plazo sale de la condicion de pago del proveedor:
      *> CONTADO vence el mismo dia de la factura; "30 DIAS",
      *> "60" o "30/60/90" toman la primera cantidad de dias; si no
      *> se reconoce ninguna se usa DIAS-PAGO-DEFECTO. Un
      *> vencimiento que cae en dia no laborable pasa al proximo
      *> dia habil de la sucursal.
       Calcular-Vencimiento.
           MOVE WS-DiasDefecto TO WS-DiasPago
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CondPago))
               TO WS-Aux
           IF WS-Aux(1:7) = "CONTADO" THEN
               MOVE 0 TO WS-DiasPago
           ELSE
               MOVE SPACES TO WS-CondDias
               UNSTRING WS-Aux DELIMITED BY ALL SPACE OR "/" OR "-"
                   INTO WS-CondDias
               END-UNSTRING
               IF WS-CondDias NOT = SPACES AND
                       FUNCTION TEST-NUMVAL(WS-CondDias) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-CondDias) TO WS-DiasPago
               END-IF
           END-IF
           COMPUTE WS-FechaInt =
               FUNCTION INTEGER-OF-DATE(WS-FechaFactura) + WS-DiasPago
           COMPUTE WS-VtoNum = FUNCTION DATE-OF-INTEGER(WS-FechaInt)
           MOVE 0 TO WS-DiasCal
           CALL "Calendario-Laboral" USING 2, SPACES, WS-SucCal,
               WS-VtoNum, WS-DiasCal, WS-VtoCalendario, WS-CalOk
           MOVE WS-VtoCalendario TO WS-VtoNum
       EXIT.


                       ACCEPT WS-Confirmar
                   END-PERFORM
                   IF WS-NumeroLinea > 0 THEN
                       PERFORM Capturar-Importes-Fiscales
                       PERFORM Cerrar-Factura
                   ELSE
                       DISPLAY "Factura sin lineas; no se grabo."
           ELSE
               MOVE "DISCREPA" TO FP-Estado
           END-IF
           MOVE WS-TotalComprobante TO FP-Importe
           MOVE WS-Letra TO FP-Letra
           MOVE WS-NetoGravado TO FP-Neto-Gravado
           MOVE WS-Exento TO FP-Exento
           MOVE WS-NoGravado TO FP-No-Gravado
           MOVE WS-IVAFactura TO FP-IVA
           MOVE WS-AL-Usadas TO FP-Alicuotas-Usadas
           PERFORM VARYING WS-AL-Idx FROM 1 BY 1
                   UNTIL WS-AL-Idx > WS-AL-Usadas
               MOVE WS-AL-Tasa(WS-AL-Idx) TO FP-AL-Tasa(WS-AL-Idx)
               MOVE WS-AL-Neto(WS-AL-Idx) TO FP-AL-Neto(WS-AL-Idx)
               MOVE WS-AL-IVA(WS-AL-Idx) TO FP-AL-IVA(WS-AL-Idx)
           END-PERFORM
           MOVE WS-FechaFactura TO FP-Fecha-Factura
           MOVE WS-VtoNum TO FP-Vencimiento
           MOVE 0 TO FP-Pagado
           PERFORM Fechar-FP
           MOVE WS-Usuario TO FP-Usuario
           WRITE FP-Rec
           IF WS-FacProvStatus = "00" THEN
               ADD 1 TO WS-ProximoNumero
               PERFORM Guardar-Proximo-Numero
               DISPLAY "Factura " WS-Letra " " WS-FacturaProv
                   " registrada (" FP-Estado ") por "
                   WS-TotalComprobante " (IVA " WS-IVAFactura
                   ") con " WS-Discrepancias " discrepancia(s)."
           ELSE
               CALL "Errores" USING WS-FacProvStatus
           END-IF
       EXIT.


      *> Los importes fiscales se cargan del papel tal como los
      *> discrimina el proveedor: letra, neto gravado e IVA por
      *> categoria de IVA (las de Tipos-IVA.DAT; una categoria de
      *> tasa 0 va a exento) y conceptos no gravados. B y C no
      *> discriminan: se pide el total y va entero a no gravado.
      *> Si los netos no cierran con el neto de las lineas se avisa
      *> pero se graba lo del papel, que es lo que se le debe.
       Capturar-Importes-Fiscales.
           MOVE 0 TO WS-NetoGravado
           MOVE 0 TO WS-Exento
           MOVE 0 TO WS-NoGravado
           MOVE 0 TO WS-IVAFactura
           MOVE 0 TO WS-AL-Usadas
           MOVE SPACES TO WS-Letra
           PERFORM UNTIL WS-Letra = "A" OR WS-Letra = "B"
                   OR WS-Letra = "C" OR WS-Letra = "M"
               DISPLAY "Letra del comprobante (A/B/C/M, Enter = A): "
               MOVE SPACES TO WS-Letra
               ACCEPT WS-Letra
               IF WS-Letra = SPACES THEN
                   MOVE "A" TO WS-Letra
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-Letra) TO WS-Letra
           END-PERFORM
           DISPLAY "Neto de las lineas: " WS-TotalFactura
           IF WS-Letra = "A" OR WS-Letra = "M" THEN
               PERFORM Capturar-Alicuota
               PERFORM UNTIL WS-CodigoIVA = SPACES
                   PERFORM Capturar-Alicuota
               END-PERFORM
               DISPLAY "Conceptos no gravados (Enter = 0): "
               PERFORM Capturar-Importe-Fiscal
               MOVE WS-NetoAlic TO WS-NoGravado
               IF WS-NetoGravado + WS-Exento + WS-NoGravado = 0 THEN
                   DISPLAY "Sin importes discriminados: el neto de "
                       "las lineas se toma como no gravado."
                   MOVE WS-TotalFactura TO WS-NoGravado
               END-IF
           ELSE
               DISPLAY "Total de la factura (Enter = neto de las "
                   "lineas): "
               PERFORM Capturar-Importe-Fiscal
               IF WS-NetoAlic = 0 THEN
                   MOVE WS-TotalFactura TO WS-NetoAlic
               END-IF
               MOVE WS-NetoAlic TO WS-NoGravado
           END-IF
           COMPUTE WS-BaseFactura =
               WS-NetoGravado + WS-Exento + WS-NoGravado
           IF WS-Letra = "A" OR WS-Letra = "M" THEN
               IF WS-BaseFactura NOT = WS-TotalFactura THEN
                   DISPLAY "AVISO: netos del comprobante "
                       WS-BaseFactura " contra neto de las lineas "
                       WS-TotalFactura "."
               END-IF
           END-IF
           COMPUTE WS-TotalComprobante =
               WS-BaseFactura + WS-IVAFactura
           DISPLAY "Total del comprobante: " WS-TotalComprobante
       EXIT.


       Capturar-Alicuota.
           DISPLAY "Categoria de IVA (21, 10, EX...; Enter = fin): "
           MOVE SPACES TO WS-CodigoIVA
           ACCEPT WS-CodigoIVA
           MOVE FUNCTION UPPER-CASE(WS-CodigoIVA) TO WS-CodigoIVA
           IF WS-CodigoIVA NOT = SPACES THEN
               MOVE 0 TO WS-TasaIVA
               CALL "Impuestos" USING 1, WS-CodigoIVA, WS-TasaIVA,
                   WS-IVAOk
               CANCEL "Impuestos"
               IF WS-IVAOk NOT = "S" THEN
                   DISPLAY "La categoria " WS-CodigoIVA " no existe."
               ELSE
                   DISPLAY "Neto gravado al " WS-TasaIVA " %: "
                   PERFORM Capturar-Importe-Fiscal
                   IF WS-TasaIVA = 0 THEN
                       ADD WS-NetoAlic TO WS-Exento
                   ELSE
                       PERFORM Capturar-IVA-Alicuota
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> El IVA sugerido es neto por tasa; se acepta el del papel
      *> si difiere por redondeo del proveedor.
       Capturar-IVA-Alicuota.
           COMPUTE WS-IVAAlic ROUNDED = WS-NetoAlic * WS-TasaIVA / 100
           DISPLAY "IVA " WS-TasaIVA " % (Enter = " WS-IVAAlic "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-IVAAlic
               END-IF
           END-IF
           MOVE 'N' TO WS-AL-Hallada
           PERFORM VARYING WS-AL-Idx FROM 1 BY 1
                   UNTIL WS-AL-Idx > WS-AL-Usadas
                   OR WS-AL-Hallada = 'S'
               IF WS-AL-Tasa(WS-AL-Idx) = WS-TasaIVA THEN
                   MOVE 'S' TO WS-AL-Hallada
               END-IF
           END-PERFORM
           IF WS-AL-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-AL-Idx
           ELSE
               IF WS-AL-Usadas < 5 THEN
                   ADD 1 TO WS-AL-Usadas
                   MOVE WS-AL-Usadas TO WS-AL-Idx
                   MOVE WS-TasaIVA TO WS-AL-Tasa(WS-AL-Idx)
                   MOVE 0 TO WS-AL-Neto(WS-AL-Idx)
                   MOVE 0 TO WS-AL-IVA(WS-AL-Idx)
               ELSE
                   MOVE 0 TO WS-AL-Idx
               END-IF
           END-IF
           IF WS-AL-Idx = 0 THEN
               DISPLAY "Maximo de 5 alicuotas; importe descartado."
           ELSE
               ADD WS-NetoAlic TO WS-AL-Neto(WS-AL-Idx)
               ADD WS-IVAAlic TO WS-AL-IVA(WS-AL-Idx)
               ADD WS-NetoAlic TO WS-NetoGravado
               ADD WS-IVAAlic TO WS-IVAFactura
           END-IF
       EXIT.


       Capturar-Importe-Fiscal.
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NetoAlic
           ELSE
               MOVE 0 TO WS-NetoAlic
           END-IF
       EXIT.


       Fechar-FP.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO FP-Dia
       EXIT.


      *> Libro de la cuenta a pagar: cada factura con lo pagado,
      *> su saldo y su vencimiento, y al pie los pagos que quedaron
      *> a cuenta sin aplicar, que tambien bajan la deuda.
       Cuenta-Proveedor.
           DISPLAY "Codigo de proveedor: "
           ACCEPT WS-Proveedor
           MOVE 0 TO WS-TotalProveedor
           MOVE 0 TO WS-TotalPagado
           MOVE 0 TO WS-TotalACuenta
           MOVE 0 TO WS-Facturas
           PERFORM Abrir-FacturasProv
           IF WS-FacProvStatus = "00" THEN
                           IF FP-Numero > 0 AND FP-Linea = 0 AND
                                   FP-Proveedor = WS-Proveedor
                                   THEN
                               PERFORM Mostrar-Factura-Cuenta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
               PERFORM Abrir-Pagos
               IF WS-PagosStatus = "00" THEN
                   PERFORM Mostrar-Pagos-A-Cuenta
                   CLOSE PagosProv
               END-IF
               COMPUTE WS-SaldoProveedor = WS-TotalProveedor
                   - WS-TotalPagado - WS-TotalACuenta
               MOVE WS-SaldoProveedor TO WS-EdSaldo
               DISPLAY WS-Facturas " factura(s) por un total de "
                   WS-TotalProveedor
               DISPLAY "Pagado sobre facturas: " WS-TotalPagado
               DISPLAY "Pagos a cuenta sin aplicar: " WS-TotalACuenta
               DISPLAY "Saldo a pagar: " WS-EdSaldo
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Factura-Cuenta.
           PERFORM Vencimiento-Efectivo
           COMPUTE WS-SaldoFactura = FP-Importe - FP-Pagado
           DISPLAY FP-Numero " " FP-Factura-Prov " " FP-Estado
               " por " FP-Importe " (" FP-Dia "/" FP-Mes "/"
               FP-Ano ")"
           DISPLAY "       pagado " FP-Pagado " saldo "
               WS-SaldoFactura " vence " WS-VtoNum
           ADD FP-Importe TO WS-TotalProveedor
           ADD FP-Pagado TO WS-TotalPagado
           ADD 1 TO WS-Facturas
       EXIT.


       Mostrar-Pagos-A-Cuenta.
           MOVE LOW-VALUES TO PP-Clave
           START PagosProv KEY IS NOT LESS THAN PP-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ PagosProv NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PP-Numero > 0 AND PP-Linea = 0 AND
                               PP-Proveedor = WS-Proveedor AND
                               PP-A-Cuenta > 0 THEN
                           DISPLAY "Pago " PP-Numero " "
                               PP-Referencia " a cuenta "
                               PP-A-Cuenta
                           ADD PP-A-Cuenta TO WS-TotalACuenta
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Las facturas grabadas antes de llevar vencimiento vencen
      *> el dia en que se registraron.
       Vencimiento-Efectivo.
           IF FP-Vencimiento = 0 THEN
               COMPUTE WS-VtoNum = (FP-Ano * 10000) + (FP-Mes * 100)
                   + FP-Dia
           ELSE
               MOVE FP-Vencimiento TO WS-VtoNum
           END-IF
       EXIT.


       Abrir-Pagos.
           OPEN I-O PagosProv
           IF WS-PagosStatus = "35" THEN
               CLOSE PagosProv
               OPEN OUTPUT PagosProv
               CLOSE PagosProv
               OPEN I-O PagosProv
           END-IF
           IF WS-PagosStatus = "00" THEN
               MOVE 0 TO PP-Numero
               MOVE 0 TO PP-Linea
               READ PagosProv
                   INVALID KEY
                       MOVE 1 TO WS-ProximoPago
                       INITIALIZE PP-Rec
                       MOVE 0 TO PP-Numero
                       MOVE 0 TO PP-Linea
                       MOVE WS-ProximoPago TO PP-Proximo-Numero
                       WRITE PP-Rec
                   NOT INVALID KEY
                       MOVE PP-Proximo-Numero TO WS-ProximoPago
               END-READ
           ELSE
               CALL "Errores" USING WS-PagosStatus
           END-IF
       EXIT.


       Guardar-Proximo-Pago.
           MOVE 0 TO PP-Numero
           MOVE 0 TO PP-Linea
           READ PagosProv
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoPago TO PP-Proximo-Numero
                   REWRITE PP-Rec
           END-READ
       EXIT.


      *> Un pago se aplica a una o mas facturas del proveedor, en
      *> forma total o parcial; lo que no se aplica queda a cuenta
      *> en la cabecera del pago.
       Registrar-Pago.
           PERFORM Validar-Proveedor
           IF WS-Proveedor NOT = SPACES THEN
               MOVE 0 TO WS-EN-Usados
               MOVE 0 TO WS-ImportePago
               DISPLAY "Paga con cheques de terceros en cartera "
                   "(S/N): "
               MOVE SPACES TO WS-ConCheques
               ACCEPT WS-ConCheques
               IF WS-ConCheques = 'S' OR WS-ConCheques = 's' THEN
                   PERFORM Elegir-Cheques-Endoso
                   MOVE "CHEQUES ENDOSADOS" TO WS-Referencia
               ELSE
                   DISPLAY "Importe pagado: "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-ImportePago
                   END-IF
               END-IF
               IF WS-ImportePago = 0 THEN
                   DISPLAY "Importe no valido; no se registro el "
                       "pago."
               ELSE
                   IF WS-EN-Usados = 0 THEN
                       DISPLAY "Referencia (transferencia, cheque "
                           "propio): "
                       ACCEPT WS-Referencia
                   END-IF
                   PERFORM Grabar-Pago
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Pago.
           PERFORM Abrir-FacturasProv
           IF WS-FacProvStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacProvStatus
           ELSE
               PERFORM Abrir-Pagos
               IF WS-PagosStatus = "00" THEN
                   MOVE WS-ProximoPago TO WS-NumeroPago
                   MOVE 0 TO WS-LineaPago
                   MOVE WS-ImportePago TO WS-Disponible
                   PERFORM Aplicar-Pago
                   INITIALIZE PP-Rec
                   MOVE WS-NumeroPago TO PP-Numero
                   MOVE 0 TO PP-Linea
                   MOVE WS-Proveedor TO PP-Proveedor
                   MOVE WS-ImportePago TO PP-Importe
                   MOVE WS-Disponible TO PP-A-Cuenta
                   MOVE WS-Referencia TO PP-Referencia
                   PERFORM Fechar-PP
                   MOVE WS-Usuario TO PP-Usuario
                   WRITE PP-Rec
                   IF WS-PagosStatus = "00" THEN
                       ADD 1 TO WS-ProximoPago
                       PERFORM Guardar-Proximo-Pago
                       PERFORM Endosar-Cheques
                       DISPLAY "Pago " WS-NumeroPago " registrado por "
                           WS-ImportePago "; a cuenta "
                           WS-Disponible "."
                   ELSE
                       CALL "Errores" USING WS-PagosStatus
                   END-IF
                   CLOSE PagosProv
               END-IF
               CLOSE FacturasProv
           END-IF
       EXIT.


      *> El pago con cheques de terceros es por la suma de los
      *> cheques elegidos, que tienen que estar EN CARTERA.
       Elegir-Cheques-Endoso.
           MOVE 0 TO CH-Numero
           CALL "Cartera-Cheques" USING 4, WS-Usuario, WS-ChequeOk,
               CH-Rec
           MOVE 'S' TO WS-Confirmar
           PERFORM UNTIL WS-Confirmar NOT = 'S' OR WS-EN-Usados = 20
               DISPLAY "Numero interno del cheque (Enter = "
                   "terminar): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux = SPACES THEN
                   MOVE 'N' TO WS-Confirmar
               ELSE
                   PERFORM Agregar-Cheque-Endoso
               END-IF
           END-PERFORM
           IF WS-EN-Usados > 0 THEN
               DISPLAY WS-EN-Usados " cheque(s) por " WS-ImportePago
           END-IF
       EXIT.


       Agregar-Cheque-Endoso.
           INITIALIZE CH-Rec
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO CH-Numero
           END-IF
           MOVE 'N' TO WS-ChequeOk
           IF CH-Numero > 0 THEN
               CALL "Cartera-Cheques" USING 2, WS-Usuario,
                   WS-ChequeOk, CH-Rec
           END-IF
           EVALUATE TRUE
               WHEN WS-ChequeOk NOT = 'S'
                   DISPLAY "El cheque no existe."
               WHEN CH-Estado NOT = "EN CARTERA"
                   DISPLAY "El cheque esta " FUNCTION TRIM(CH-Estado)
                       "; solo se endosa un cheque en cartera."
               WHEN OTHER
                   PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                           UNTIL WS-EN-Idx > WS-EN-Usados
                       IF WS-EN-Cheque(WS-EN-Idx) = CH-Numero THEN
                           MOVE 'N' TO WS-ChequeOk
                       END-IF
                   END-PERFORM
                   IF WS-ChequeOk = 'S' THEN
                       ADD 1 TO WS-EN-Usados
                       MOVE CH-Numero TO WS-EN-Cheque(WS-EN-Usados)
                       ADD CH-Importe TO WS-ImportePago
                       DISPLAY "Cheque " CH-Numero " "
                           FUNCTION TRIM(CH-Banco) " por "
                           CH-Importe
                   ELSE
                       DISPLAY "El cheque ya esta en este pago."
                   END-IF
           END-EVALUATE
       EXIT.


       Endosar-Cheques.
           PERFORM VARYING WS-EN-Idx FROM 1 BY 1
                   UNTIL WS-EN-Idx > WS-EN-Usados
               INITIALIZE CH-Rec
               MOVE WS-EN-Cheque(WS-EN-Idx) TO CH-Numero
               MOVE WS-Proveedor TO CH-Proveedor
               MOVE WS-NumeroPago TO CH-Pago
               CALL "Cartera-Cheques" USING 3, WS-Usuario,
                   WS-ChequeOk, CH-Rec
               IF WS-ChequeOk NOT = 'S' THEN
                   DISPLAY "ATENCION: el cheque "
                       WS-EN-Cheque(WS-EN-Idx) " no se pudo endosar."
               END-IF
           END-PERFORM
       EXIT.


      *> Retoma un pago con saldo a cuenta y lo aplica a facturas
      *> del mismo proveedor, agregando lineas al pago original.
       Aplicar-Pago-A-Cuenta.
           PERFORM Validar-Proveedor
           IF WS-Proveedor NOT = SPACES THEN
               PERFORM Abrir-FacturasProv
               IF WS-FacProvStatus NOT = "00" THEN
                   CALL "Errores" USING WS-FacProvStatus
               ELSE
                   PERFORM Abrir-Pagos
                   IF WS-PagosStatus = "00" THEN
                       MOVE 0 TO WS-TotalACuenta
                       PERFORM Mostrar-Pagos-A-Cuenta
                       IF WS-TotalACuenta = 0 THEN
                           DISPLAY "El proveedor no tiene pagos a "
                               "cuenta."
                       ELSE
                           PERFORM Retomar-Pago
                       END-IF
                       CLOSE PagosProv
                   END-IF
                   CLOSE FacturasProv
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Retomar-Pago.
           DISPLAY "Numero de pago: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroPago
           ELSE
               MOVE 0 TO WS-NumeroPago
           END-IF
           MOVE WS-NumeroPago TO PP-Numero
           MOVE 0 TO PP-Linea
           MOVE 0 TO WS-Disponible
           IF WS-NumeroPago > 0 THEN
               READ PagosProv
                   INVALID KEY
                       DISPLAY "El pago no existe."
                   NOT INVALID KEY
                       IF PP-Proveedor = WS-Proveedor THEN
                           MOVE PP-A-Cuenta TO WS-Disponible
                       ELSE
                           DISPLAY "El pago es de otro proveedor."
                       END-IF
               END-READ
           END-IF
           IF WS-Disponible > 0 THEN
               PERFORM Ultima-Linea-Pago
               PERFORM Aplicar-Pago
               MOVE WS-NumeroPago TO PP-Numero
               MOVE 0 TO PP-Linea
               READ PagosProv
                   INVALID KEY
                       CALL "Errores" USING WS-PagosStatus
                   NOT INVALID KEY
                       MOVE WS-Disponible TO PP-A-Cuenta
                       REWRITE PP-Rec
                       DISPLAY "Pago " WS-NumeroPago
                           " queda con " WS-Disponible " a cuenta."
               END-READ
           END-IF
       EXIT.


       Ultima-Linea-Pago.
           MOVE 0 TO WS-LineaPago
           MOVE WS-NumeroPago TO PP-Numero
           MOVE 1 TO PP-Linea
           START PagosProv KEY IS NOT LESS THAN PP-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ PagosProv NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PP-Numero = WS-NumeroPago THEN
                           MOVE PP-Linea TO WS-LineaPago
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Muestra las facturas abiertas del proveedor y reparte
      *> WS-Disponible entre las que indique el usuario.
       Aplicar-Pago.
           PERFORM Listar-Facturas-Abiertas
           IF WS-Abiertas = 0 THEN
               DISPLAY "No hay facturas abiertas; todo queda a "
                   "cuenta."
           ELSE
               MOVE 'S' TO WS-Confirmar
               PERFORM UNTIL WS-Confirmar NOT = 'S'
                       OR WS-Disponible = 0
                   PERFORM Aplicar-A-Factura
                   IF WS-Disponible > 0 THEN
                       DISPLAY "Quedan " WS-Disponible
                           ". Aplicar a otra factura (S/N): "
                       ACCEPT WS-Confirmar
                   END-IF
               END-PERFORM
           END-IF
       EXIT.


       Listar-Facturas-Abiertas.
           MOVE 0 TO WS-Abiertas
           MOVE LOW-VALUES TO FP-Clave
           START FacturasProv KEY IS NOT LESS THAN FP-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           DISPLAY "--- Facturas abiertas de " WS-Proveedor " ---"
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ FacturasProv NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FP-Numero > 0 AND FP-Linea = 0 AND
                               FP-Proveedor = WS-Proveedor AND
                               FP-Importe > FP-Pagado THEN
                           PERFORM Vencimiento-Efectivo
                           COMPUTE WS-SaldoFactura =
                               FP-Importe - FP-Pagado
                           DISPLAY FP-Numero " " FP-Factura-Prov
                               " vence " WS-VtoNum " saldo "
                               WS-SaldoFactura
                           ADD 1 TO WS-Abiertas
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Aplicar-A-Factura.
           DISPLAY "Numero interno de la factura: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroInterno
           ELSE
               MOVE 0 TO WS-NumeroInterno
           END-IF
           MOVE WS-NumeroInterno TO FP-Numero
           MOVE 0 TO FP-Linea
           MOVE 0 TO WS-SaldoFactura
           IF WS-NumeroInterno > 0 THEN
               READ FacturasProv
                   INVALID KEY
                       DISPLAY "La factura no existe."
                   NOT INVALID KEY
                       IF FP-Proveedor NOT = WS-Proveedor THEN
                           DISPLAY "La factura es de otro proveedor."
                       ELSE
                           COMPUTE WS-SaldoFactura =
                               FP-Importe - FP-Pagado
                           IF WS-SaldoFactura = 0 THEN
                               DISPLAY "La factura ya esta "
                                   "cancelada."
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-SaldoFactura > 0 THEN
               PERFORM Capturar-Importe-Aplicado
               IF WS-Aplicar > 0 THEN
                   PERFORM Grabar-Aplicacion
               END-IF
           END-IF
       EXIT.


       Capturar-Importe-Aplicado.
           IF WS-SaldoFactura < WS-Disponible THEN
               MOVE WS-SaldoFactura TO WS-Aplicar
           ELSE
               MOVE WS-Disponible TO WS-Aplicar
           END-IF
           DISPLAY "Saldo " WS-SaldoFactura ". Importe a aplicar "
               "(Enter = " WS-Aplicar "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Aplicar
               ELSE
                   MOVE 0 TO WS-Aplicar
               END-IF
           END-IF
           IF WS-Aplicar > WS-SaldoFactura OR
                   WS-Aplicar > WS-Disponible THEN
               DISPLAY "El importe supera el saldo de la factura o "
                   "lo disponible del pago."
               MOVE 0 TO WS-Aplicar
           END-IF
       EXIT.


      *> FP-Rec queda leido por Aplicar-A-Factura: se actualiza lo
      *> pagado de la factura y se deja la linea en el pago.
       Grabar-Aplicacion.
           ADD WS-Aplicar TO FP-Pagado
           REWRITE FP-Rec
           IF WS-FacProvStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacProvStatus
           ELSE
               ADD 1 TO WS-LineaPago
               INITIALIZE PP-Rec
               MOVE WS-NumeroPago TO PP-Numero
               MOVE WS-LineaPago TO PP-Linea
               MOVE WS-Proveedor TO PP-Proveedor
               MOVE FP-Numero TO PP-FP-Numero
               MOVE FP-Factura-Prov TO PP-Factura-Prov
               MOVE WS-Aplicar TO PP-Importe
               PERFORM Fechar-PP
               MOVE WS-Usuario TO PP-Usuario
               WRITE PP-Rec
               IF WS-PagosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-PagosStatus
               END-IF
               SUBTRACT WS-Aplicar FROM WS-Disponible
               DISPLAY "Aplicado " WS-Aplicar " a la factura "
                   FP-Factura-Prov "."
           END-IF
       EXIT.


      *> Un cheque endosado que el banco rechaza no pago nada: su
      *> importe se descuenta del pago, primero de lo que habia
      *> quedado a cuenta y despues de las facturas a las que se
      *> aplico, que vuelven a quedar con saldo en la cuenta a
      *> pagar y en la agenda.
       Revertir-Endoso.
           MOVE 'N' TO LK-Resultado
           MOVE LK-Importe TO WS-Revertir
           PERFORM Abrir-FacturasProv
           IF WS-FacProvStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacProvStatus
           ELSE
               PERFORM Abrir-Pagos
               IF WS-PagosStatus = "00" THEN
                   MOVE LK-Pago TO PP-Numero
                   MOVE 0 TO PP-Linea
                   READ PagosProv
                       INVALID KEY
                           DISPLAY "El pago " LK-Pago " no existe."
                       NOT INVALID KEY
                           PERFORM Revertir-Cabecera-Pago
                   END-READ
                   CLOSE PagosProv
               END-IF
               CLOSE FacturasProv
           END-IF
       EXIT.


       Revertir-Cabecera-Pago.
           MOVE PP-Numero TO WS-NumeroPago
           IF WS-Revertir > PP-Importe THEN
               MOVE PP-Importe TO WS-Revertir
           END-IF
           IF PP-A-Cuenta < WS-Revertir THEN
               MOVE PP-A-Cuenta TO WS-Aplicar
           ELSE
               MOVE WS-Revertir TO WS-Aplicar
           END-IF
           SUBTRACT WS-Revertir FROM PP-Importe
           SUBTRACT WS-Aplicar FROM PP-A-Cuenta
           REWRITE PP-Rec
           IF WS-PagosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PagosStatus
           ELSE
               MOVE 'S' TO LK-Resultado
               COMPUTE WS-Disponible = WS-Revertir - WS-Aplicar
               IF WS-Disponible > 0 THEN
                   PERFORM Revertir-Aplicaciones
               END-IF
               DISPLAY "Pago " WS-NumeroPago " reducido en "
                   WS-Revertir " (" WS-Aplicar " de lo que estaba "
                   "a cuenta)."
           END-IF
       EXIT.


       Revertir-Aplicaciones.
           MOVE WS-NumeroPago TO PP-Numero
           MOVE 1 TO PP-Linea
           START PagosProv KEY IS NOT LESS THAN PP-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y' OR WS-Disponible = 0
               READ PagosProv NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PP-Numero = WS-NumeroPago THEN
                           IF PP-Importe > 0 THEN
                               PERFORM Revertir-Aplicacion
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> PP-Rec es una linea del pago: baja lo aplicado y devuelve
      *> la diferencia al saldo de su factura.
       Revertir-Aplicacion.
           IF PP-Importe < WS-Disponible THEN
               MOVE PP-Importe TO WS-Aplicar
           ELSE
               MOVE WS-Disponible TO WS-Aplicar
           END-IF
           SUBTRACT WS-Aplicar FROM PP-Importe
           REWRITE PP-Rec
           SUBTRACT WS-Aplicar FROM WS-Disponible
           MOVE PP-FP-Numero TO FP-Numero
           MOVE 0 TO FP-Linea
           READ FacturasProv
               INVALID KEY
                   DISPLAY "ATENCION: la factura " PP-FP-Numero
                       " del pago no existe."
               NOT INVALID KEY
                   IF FP-Pagado < WS-Aplicar THEN
                       MOVE 0 TO FP-Pagado
                   ELSE
                       SUBTRACT WS-Aplicar FROM FP-Pagado
                   END-IF
                   REWRITE FP-Rec
                   DISPLAY "Factura " FP-Factura-Prov " reabierta por "
                       WS-Aplicar "."
           END-READ
       EXIT.


       Fechar-PP.
           MOVE WS-HoyNum(1:4) TO PP-Ano
           MOVE WS-HoyNum(5:2) TO PP-Mes
           MOVE WS-HoyNum(7:2) TO PP-Dia
       EXIT.


      *> Agenda semanal: cada factura con saldo se clasifica en
      *> VENCIDA, SEMANA (vence en los proximos siete dias) o
      *> POSTERIOR, y al pie va el saldo de cada proveedor neto de
      *> sus pagos a cuenta. Sale por pantalla y al informe
      *> numerado de Registro-Informes.
       Agenda-Pagos.
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           COMPUTE WS-LimiteInt = WS-HoyInt + 7
           MOVE 0 TO WS-AG-Usados
           MOVE 0 TO WS-Desbordados
           INITIALIZE WS-AgendaTabla
           PERFORM Abrir-FacturasProv
           IF WS-FacProvStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacProvStatus
           ELSE
               MOVE SPACES TO WS-ParamInf
               STRING "semana desde " WS-HoyNum
                   DELIMITED SIZE INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               MOVE SPACES TO WS-Linea
               STRING "AGENDA DE PAGOS A PROVEEDORES AL " WS-HoyNum
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE SPACES TO WS-Linea
               STRING "SITUACION  PROVEEDOR  FACTURA         "
                   "VENCE             SALDO"
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE LOW-VALUES TO FP-Clave
               START FacturasProv KEY IS NOT LESS THAN FP-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ FacturasProv NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF FP-Numero > 0 AND FP-Linea = 0 AND
                                   FP-Importe > FP-Pagado THEN
                               PERFORM Clasificar-Factura-Agenda
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
               PERFORM Abrir-Pagos
               IF WS-PagosStatus = "00" THEN
                   PERFORM Acumular-A-Cuenta-Agenda
                   CLOSE PagosProv
               END-IF
               PERFORM Escribir-Saldos-Agenda
               CLOSE Informe
               DISPLAY "Detalle en "
                   FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Clasificar-Factura-Agenda.
           PERFORM Vencimiento-Efectivo
           COMPUTE WS-SaldoFactura = FP-Importe - FP-Pagado
           COMPUTE WS-FechaInt = FUNCTION INTEGER-OF-DATE(WS-VtoNum)
           MOVE FP-Proveedor TO WS-Proveedor
           PERFORM Buscar-Proveedor-Agenda
           EVALUATE TRUE
               WHEN WS-FechaInt < WS-HoyInt
                   MOVE "VENCIDA" TO WS-Situacion
                   IF WS-AG-Idx > 0 THEN
                       ADD WS-SaldoFactura
                           TO WS-AG-Vencido(WS-AG-Idx)
                   END-IF
               WHEN WS-FechaInt <= WS-LimiteInt
                   MOVE "SEMANA" TO WS-Situacion
                   IF WS-AG-Idx > 0 THEN
                       ADD WS-SaldoFactura
                           TO WS-AG-Semana(WS-AG-Idx)
                   END-IF
               WHEN OTHER
                   MOVE "POSTERIOR" TO WS-Situacion
                   IF WS-AG-Idx > 0 THEN
                       ADD WS-SaldoFactura
                           TO WS-AG-Posterior(WS-AG-Idx)
                   END-IF
           END-EVALUATE
           MOVE WS-SaldoFactura TO WS-EdImporte
           MOVE SPACES TO WS-Linea
           STRING WS-Situacion " " FP-Proveedor " " FP-Factura-Prov
               " " WS-VtoNum " " WS-EdImporte
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


      *> Deja en WS-AG-Idx la entrada de WS-Proveedor, dandola de
      *> alta si hace falta; 0 si la tabla esta llena.
       Buscar-Proveedor-Agenda.
           MOVE 0 TO WS-AG-Idx
           PERFORM VARYING WS-AG-Busca FROM 1 BY 1
                   UNTIL WS-AG-Busca > WS-AG-Usados
               IF WS-AG-Proveedor(WS-AG-Busca) = WS-Proveedor THEN
                   MOVE WS-AG-Busca TO WS-AG-Idx
               END-IF
           END-PERFORM
           IF WS-AG-Idx = 0 THEN
               IF WS-AG-Usados < 200 THEN
                   ADD 1 TO WS-AG-Usados
                   MOVE WS-AG-Usados TO WS-AG-Idx
                   MOVE WS-Proveedor TO WS-AG-Proveedor(WS-AG-Idx)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
       EXIT.


       Acumular-A-Cuenta-Agenda.
           MOVE LOW-VALUES TO PP-Clave
           START PagosProv KEY IS NOT LESS THAN PP-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ PagosProv NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF PP-Numero > 0 AND PP-Linea = 0 AND
                               PP-A-Cuenta > 0 THEN
                           MOVE PP-Proveedor TO WS-Proveedor
                           PERFORM Buscar-Proveedor-Agenda
                           IF WS-AG-Idx > 0 THEN
                               ADD PP-A-Cuenta
                                   TO WS-AG-ACuenta(WS-AG-Idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Escribir-Saldos-Agenda.
           MOVE 0 TO WS-TotVencido
           MOVE 0 TO WS-TotSemana
           MOVE 0 TO WS-TotPosterior
           MOVE 0 TO WS-TotACuenta
           MOVE 0 TO WS-TotSaldo
           MOVE SPACES TO WS-Linea
           PERFORM Escribir-Linea
           MOVE SPACES TO WS-Linea
           STRING "PROVEEDOR         VENCIDO          SEMANA       "
               "POSTERIOR       A CUENTA            SALDO"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-AG-Idx FROM 1 BY 1
                   UNTIL WS-AG-Idx > WS-AG-Usados
               COMPUTE WS-SaldoProveedor = WS-AG-Vencido(WS-AG-Idx)
                   + WS-AG-Semana(WS-AG-Idx)
                   + WS-AG-Posterior(WS-AG-Idx)
                   - WS-AG-ACuenta(WS-AG-Idx)
               ADD WS-AG-Vencido(WS-AG-Idx) TO WS-TotVencido
               ADD WS-AG-Semana(WS-AG-Idx) TO WS-TotSemana
               ADD WS-AG-Posterior(WS-AG-Idx) TO WS-TotPosterior
               ADD WS-AG-ACuenta(WS-AG-Idx) TO WS-TotACuenta
               ADD WS-SaldoProveedor TO WS-TotSaldo
               MOVE WS-AG-Vencido(WS-AG-Idx) TO WS-EdVencido
               MOVE WS-AG-Semana(WS-AG-Idx) TO WS-EdSemana
               MOVE WS-AG-Posterior(WS-AG-Idx) TO WS-EdPosterior
               MOVE WS-AG-ACuenta(WS-AG-Idx) TO WS-EdACuenta
               MOVE WS-SaldoProveedor TO WS-EdSaldo
               MOVE SPACES TO WS-Linea
               STRING WS-AG-Proveedor(WS-AG-Idx) WS-EdVencido
                   WS-EdSemana WS-EdPosterior WS-EdACuenta
                   WS-EdSaldo
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE WS-TotVencido TO WS-EdVencido
           MOVE WS-TotSemana TO WS-EdSemana
           MOVE WS-TotPosterior TO WS-EdPosterior
           MOVE WS-TotACuenta TO WS-EdACuenta
           MOVE WS-TotSaldo TO WS-EdSaldo
           MOVE SPACES TO WS-Linea
           STRING "TOTAL     " WS-EdVencido WS-EdSemana
               WS-EdPosterior WS-EdACuenta WS-EdSaldo
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Desbordados > 0 THEN
               MOVE SPACES TO WS-Linea
               STRING "ATENCION: " WS-Desbordados " renglon(es) "
                   "de proveedores fuera de la tabla de saldos."
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
       EXIT.
