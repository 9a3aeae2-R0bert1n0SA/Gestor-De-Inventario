               RECORD KEY IS CU-Clave
               FILE STATUS IS WS-CtasStatus.

           SELECT Facturas ASSIGN TO 'Facturas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT Recibos ASSIGN TO 'Recibos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-Clave
               FILE STATUS IS WS-RecibosStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CtasCtes.
       01  CU-Rec.
      *>  Diario de la cuenta corriente de clientes: cada factura
      *>  deja un DEBITO y cada recibo o nota de credito un
      *>  CREDITO. El
      *>  saldo del cliente es la suma de debitos menos creditos,
      *>  y es el saldo vivo que consulta el control de credito al
      *>  armar un remito.
           05 CU-Referencia            PIC X(20).
           05 CU-Usuario               PIC X(10).

       FD  Facturas.
           COPY FACTURA.

       FD  Recibos.
           COPY RECIBO.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CtasStatus        PIC XX.
               05 WS-FacturasStatus    PIC XX.
               05 WS-RecibosStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Saldo                 PIC S9(13)V99.
           01 WS-Creditos              PIC 9(13)V99.
           01 WS-Abierto               PIC 9(13)V99.
           01 WS-Excedente             PIC 9(13)V99.
           01 WS-Bucket-0-30           PIC 9(13)V99.
           01 WS-Bucket-31-60          PIC 9(13)V99.
           01 WS-Bucket-61-90          PIC 9(13)V99.
           01 WS-Bucket-Mas-90         PIC 9(13)V99.
           01 WS-ClienteAnterior       PIC X(10).
           01 WS-TipoCU                PIC X(7).
           01 WS-ProximoRecibo         PIC 9(6).
           01 WS-NumeroRecibo          PIC 9(6).
           01 WS-LineaRecibo           PIC 9(3).
           01 WS-NumeroFactura         PIC 9(6).
           01 WS-MedioPago             PIC X(20).
           01 WS-Disponible            PIC 9(13)V99.
           01 WS-Aplicar               PIC 9(13)V99.
           01 WS-SaldoFactura          PIC 9(13)V99.
           01 WS-TotalACuenta          PIC 9(13)V99.
           01 WS-Abiertas              PIC 9(5).
           01 WS-Confirmar             PIC X(1).
           01 WS-Referencia            PIC X(20).
           01 WS-RefTipo               PIC X(10).
           01 WS-RefNumero             PIC X(10).
           01 WS-FacturasAbierto       PIC X(1).
           01 WS-RecibosAbierto        PIC X(1).
           01 WS-Desbordados           PIC 9(4).
           01 WS-MedioMayus            PIC X(20).
           01 WS-ChequesOk             PIC X(1).
           01 WS-ChequeOk              PIC X(1).
           01 WS-FechaPago             PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).

      *>   Cheques que trae el recibo en carga; se dan de alta en
      *>   la cartera (Cartera-Cheques) una vez grabado el recibo.
           01 WS-ChequesTabla.
               05 WS-CQ-Entry OCCURS 20 TIMES.
                   10 WS-CQ-Banco      PIC X(20).
                   10 WS-CQ-Numero     PIC X(15).
                   10 WS-CQ-CUIT       PIC X(13).
                   10 WS-CQ-Importe    PIC 9(13)V99.
                   10 WS-CQ-Vencimiento PIC 9(8).
           01 WS-CQ-Usados             PIC 9(2).
           01 WS-CQ-Idx                PIC 9(2).
           01 WS-CQ-Total              PIC 9(13)V99.
           01 WS-CQ-Tipo               PIC X(1).

           COPY CHEQUE.

      *>   Partidas abiertas del cliente en curso de la antiguedad
      *>   (facturas con su saldo real y otros debitos), en orden
      *>   de secuencia; los creditos sueltos las cancelan de la
      *>   mas vieja a la mas nueva al cerrar el cliente.
           01 WS-PartidasTabla.
               05 WS-PA-Entry OCCURS 200 TIMES.
                   10 WS-PA-Fecha      PIC 9(8).
                   10 WS-PA-Abierto    PIC 9(13)V99.
           01 WS-PA-Usadas             PIC 9(3).
           01 WS-PA-Idx                PIC 9(3).

       LINKAGE SECTION.
      *> Flag 1: deja en LK-Importe el saldo vivo del cliente
      *> Flag 2: registra un DEBITO por LK-Importe al cliente con
      *>         la referencia LK-Referencia (lo llama Facturacion
      *>         al emitir cada factura).
      *> Flag 3: registra un CREDITO por LK-Importe al cliente con
      *>         la referencia LK-Referencia (lo llama Facturacion
      *>         al emitir cada nota de credito).
      *> Otro valor: menu (pagos, saldos, informe de antiguedad).
           01 LK-Flag                  PIC 9(2).
           01 LK-Cliente               PIC X(10).
               WHEN 1
                   PERFORM Calcular-Saldo-LK
               WHEN 2
                   MOVE "DEBITO" TO WS-TipoCU
                   PERFORM Registrar-Movimiento-LK
               WHEN 3
                   MOVE "CREDITO" TO WS-TipoCU
                   PERFORM Registrar-Movimiento-LK
               WHEN OTHER
                   PERFORM Menu-Cuentas
           END-EVALUATE
       EXIT.


       Registrar-Movimiento-LK.
           MOVE LK-Cliente TO WS-Cliente
           MOVE LK-Importe TO WS-Importe
           PERFORM Abrir-Cuentas
               INITIALIZE CU-Rec
               MOVE WS-Cliente TO CU-Cliente
               COMPUTE CU-Secuencia = WS-SecuenciaMax + 1
               MOVE WS-TipoCU TO CU-Tipo
               MOVE WS-Importe TO CU-Importe
               MOVE WS-HoyNum(1:4) TO CU-Ano
               MOVE WS-HoyNum(5:2) TO CU-Mes
       Menu-Cuentas.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Cuentas Corrientes -------"
               DISPLAY "1. Registrar recibo de un cliente"
               DISPLAY "2. Saldo de un cliente"
               DISPLAY "3. Movimientos de un cliente"
               DISPLAY "4. Informe de antiguedad de saldos"
               DISPLAY "5. Aplicar un recibo a cuenta"
               DISPLAY "6. Consultar un recibo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Registrar-Recibo
                   WHEN 2
                       PERFORM Consultar-Saldo
                   WHEN 3
                       PERFORM Listar-Movimientos
                   WHEN 4
                       PERFORM Informe-Antiguedad
                   WHEN 5
                       PERFORM Aplicar-Recibo-A-Cuenta
                   WHEN 6
                       PERFORM Consultar-Recibo
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
       EXIT.


      *> El recibo cobra un importe al cliente y lo aplica a una o
      *> mas facturas abiertas, en forma total o parcial; lo que no
      *> se aplica queda a cuenta en la cabecera del recibo. El
      *> total entra en la cuenta corriente como un solo CREDITO.
       Registrar-Recibo.
           CALL "Periodos-Contables" USING 1, LK-Usuario, WS-HoyNum,
               WS-PeriodoOk
           MOVE 'N' TO WS-ClienteOk
           IF WS-PeriodoOk = 'S' THEN
               PERFORM Pedir-Cliente
           END-IF
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Importe cobrado: "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                       FUNCTION NUMVAL(WS-Aux) > 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Importe
                   DISPLAY "Medio de pago (efectivo, transferencia, "
                       "cheque, echeq): "
                   ACCEPT WS-MedioPago
                   MOVE 0 TO WS-CQ-Usados
                   MOVE 'S' TO WS-ChequesOk
                   MOVE FUNCTION UPPER-CASE(WS-MedioPago)
                       TO WS-MedioMayus
                   IF WS-MedioMayus = "CHEQUE" OR
                           WS-MedioMayus = "ECHEQ" THEN
                       PERFORM Capturar-Cheques
                   END-IF
                   IF WS-ChequesOk = 'S' THEN
                       PERFORM Grabar-Recibo
                   END-IF
               ELSE
                   DISPLAY "Importe no valido."
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Recibo.
           PERFORM Abrir-Recibos
           IF WS-RecibosStatus NOT = "00" THEN
               CALL "Errores" USING WS-RecibosStatus
           ELSE
               MOVE WS-ProximoRecibo TO WS-NumeroRecibo
               MOVE 0 TO WS-LineaRecibo
               MOVE WS-Importe TO WS-Disponible
               OPEN I-O Facturas
               IF WS-FacturasStatus = "00" THEN
                   PERFORM Aplicar-Recibo
                   CLOSE Facturas
               ELSE
                   DISPLAY "No hay facturas emitidas; todo queda a "
                       "cuenta."
               END-IF
               INITIALIZE RC-Rec
               MOVE WS-NumeroRecibo TO RC-Numero
               MOVE 0 TO RC-Linea
               MOVE WS-Cliente TO RC-Cliente
               MOVE WS-Importe TO RC-Importe
               MOVE WS-Disponible TO RC-A-Cuenta
               MOVE WS-MedioPago TO RC-Referencia
               PERFORM Fechar-Recibo
               WRITE RC-Rec
               IF WS-RecibosStatus = "00" THEN
                   ADD 1 TO WS-ProximoRecibo
                   PERFORM Guardar-Proximo-Recibo
                   PERFORM Acreditar-Recibo
                   PERFORM Registrar-Cheques
               ELSE
                   CALL "Errores" USING WS-RecibosStatus
               END-IF
               CLOSE Recibos
           END-IF
       EXIT.


      *> Un cobro en cheques detalla cada cheque; entre todos
      *> tienen que sumar el importe del recibo.
       Capturar-Cheques.
           MOVE 'F' TO WS-CQ-Tipo
           IF WS-MedioMayus = "ECHEQ" THEN
               MOVE 'E' TO WS-CQ-Tipo
           END-IF
           MOVE 0 TO WS-CQ-Total
           MOVE 'S' TO WS-Confirmar
           PERFORM UNTIL WS-Confirmar NOT = 'S' OR
                   WS-CQ-Total >= WS-Importe OR WS-CQ-Usados = 20
               PERFORM Capturar-Cheque
           END-PERFORM
           IF WS-CQ-Total NOT = WS-Importe THEN
               DISPLAY "Los cheques suman " WS-CQ-Total " y el "
                   "recibo es por " WS-Importe "; no se registro."
               MOVE 'N' TO WS-ChequesOk
           END-IF
       EXIT.


       Capturar-Cheque.
           INITIALIZE CH-Rec
           COMPUTE WS-CQ-Idx = WS-CQ-Usados + 1
           DISPLAY "Cheque " WS-CQ-Idx ". Banco (Enter = terminar): "
           MOVE SPACES TO CH-Banco
           ACCEPT CH-Banco
           IF CH-Banco = SPACES THEN
               MOVE 'N' TO WS-Confirmar
           ELSE
               DISPLAY "Numero de cheque: "
               ACCEPT CH-Numero-Cheque
               DISPLAY "CUIT del librador: "
               ACCEPT CH-CUIT-Librador
               DISPLAY "Importe: "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO CH-Importe
               ELSE
                   MOVE 0 TO CH-Importe
               END-IF
               DISPLAY "Fecha de pago (AAAAMMDD, Enter = hoy): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE WS-HoyNum TO WS-FechaPago
               IF WS-Aux NOT = SPACES THEN
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaPago
                   ELSE
                       MOVE 0 TO WS-FechaPago
                   END-IF
               END-IF
               PERFORM Validar-Cheque
           END-IF
       EXIT.


       Validar-Cheque.
           MOVE 'N' TO WS-ChequeOk
           EVALUATE TRUE
               WHEN CH-Numero-Cheque = SPACES OR
                       CH-CUIT-Librador = SPACES
                   DISPLAY "Faltan el numero o el CUIT del librador."
               WHEN CH-Importe = 0 OR
                       CH-Importe > WS-Importe - WS-CQ-Total
                   DISPLAY "Importe no valido o mayor a lo que resta "
                       "del recibo."
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FechaPago)
                       NOT = 0
                   DISPLAY "Fecha de pago no valida."
               WHEN OTHER
                   MOVE 'S' TO WS-ChequeOk
                   PERFORM VARYING WS-CQ-Idx FROM 1 BY 1
                           UNTIL WS-CQ-Idx > WS-CQ-Usados
                       IF WS-CQ-Banco(WS-CQ-Idx) = CH-Banco AND
                               WS-CQ-Numero(WS-CQ-Idx) =
                               CH-Numero-Cheque THEN
                           MOVE 'N' TO WS-ChequeOk
                       END-IF
                   END-PERFORM
                   IF WS-ChequeOk = 'S' THEN
                       CALL "Cartera-Cheques" USING 5, LK-Usuario,
                           WS-ChequeOk, CH-Rec
                   END-IF
                   IF WS-ChequeOk NOT = 'S' THEN
                       DISPLAY "Ese cheque ya esta cargado."
                   END-IF
           END-EVALUATE
           IF WS-ChequeOk = 'S' THEN
               ADD 1 TO WS-CQ-Usados
               MOVE CH-Banco TO WS-CQ-Banco(WS-CQ-Usados)
               MOVE CH-Numero-Cheque TO WS-CQ-Numero(WS-CQ-Usados)
               MOVE CH-CUIT-Librador TO WS-CQ-CUIT(WS-CQ-Usados)
               MOVE CH-Importe TO WS-CQ-Importe(WS-CQ-Usados)
               MOVE WS-FechaPago TO WS-CQ-Vencimiento(WS-CQ-Usados)
               ADD CH-Importe TO WS-CQ-Total
           END-IF
       EXIT.


       Registrar-Cheques.
           PERFORM VARYING WS-CQ-Idx FROM 1 BY 1
                   UNTIL WS-CQ-Idx > WS-CQ-Usados
               INITIALIZE CH-Rec
               MOVE WS-CQ-Tipo TO CH-Tipo
               MOVE WS-CQ-Banco(WS-CQ-Idx) TO CH-Banco
               MOVE WS-CQ-Numero(WS-CQ-Idx) TO CH-Numero-Cheque
               MOVE WS-CQ-CUIT(WS-CQ-Idx) TO CH-CUIT-Librador
               MOVE WS-CQ-Importe(WS-CQ-Idx) TO CH-Importe
               MOVE WS-CQ-Vencimiento(WS-CQ-Idx) TO CH-Vencimiento
               MOVE WS-Cliente TO CH-Cliente
               MOVE WS-NumeroRecibo TO CH-Recibo
               CALL "Cartera-Cheques" USING 1, LK-Usuario,
                   WS-ChequeOk, CH-Rec
               IF WS-ChequeOk = 'S' THEN
                   DISPLAY "Cheque " FUNCTION TRIM(CH-Banco) " "
                       FUNCTION TRIM(CH-Numero-Cheque)
                       " en cartera con el numero " CH-Numero
               ELSE
                   DISPLAY "ATENCION: el cheque "
                       FUNCTION TRIM(CH-Banco) " "
                       FUNCTION TRIM(CH-Numero-Cheque)
                       " no entro en la cartera."
               END-IF
           END-PERFORM
       EXIT.


       Acreditar-Recibo.
           PERFORM Abrir-Cuentas
           IF WS-CtasStatus = "00" THEN
               PERFORM Buscar-Secuencia-Maxima
               INITIALIZE CU-Rec
               MOVE WS-Cliente TO CU-Cliente
               COMPUTE CU-Secuencia = WS-SecuenciaMax + 1
               MOVE "CREDITO" TO CU-Tipo
               MOVE WS-Importe TO CU-Importe
               MOVE WS-HoyNum(1:4) TO CU-Ano
               MOVE WS-HoyNum(5:2) TO CU-Mes
               MOVE WS-HoyNum(7:2) TO CU-Dia
               STRING "RECIBO " WS-NumeroRecibo
                   DELIMITED SIZE INTO CU-Referencia
               MOVE LK-Usuario TO CU-Usuario
               WRITE CU-Rec
               IF WS-CtasStatus = "00" THEN
                   PERFORM Sumar-Saldo-Cliente
                   DISPLAY "Recibo " WS-NumeroRecibo " por "
                       WS-Importe " (a cuenta " WS-Disponible
                       "); saldo actual del cliente: " WS-Saldo
               ELSE
                   CALL "Errores" USING WS-CtasStatus
               END-IF
               CLOSE CtasCtes
           END-IF
       EXIT.


       Abrir-Recibos.
           OPEN I-O Recibos
           IF WS-RecibosStatus = "35" THEN
               CLOSE Recibos
               OPEN OUTPUT Recibos
               CLOSE Recibos
               OPEN I-O Recibos
           END-IF
           IF WS-RecibosStatus = "00" THEN
               MOVE 0 TO RC-Numero
               MOVE 0 TO RC-Linea
               READ Recibos
                   INVALID KEY
                       MOVE 1 TO WS-ProximoRecibo
                       INITIALIZE RC-Rec
                       MOVE 0 TO RC-Numero
                       MOVE 0 TO RC-Linea
                       MOVE WS-ProximoRecibo TO RC-Proximo-Numero
                       WRITE RC-Rec
                   NOT INVALID KEY
                       MOVE RC-Proximo-Numero TO WS-ProximoRecibo
               END-READ
           END-IF
       EXIT.


       Guardar-Proximo-Recibo.
           MOVE 0 TO RC-Numero
           MOVE 0 TO RC-Linea
           READ Recibos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoRecibo TO RC-Proximo-Numero
                   REWRITE RC-Rec
           END-READ
       EXIT.


       Fechar-Recibo.
           MOVE WS-HoyNum(1:4) TO RC-Ano
           MOVE WS-HoyNum(5:2) TO RC-Mes
           MOVE WS-HoyNum(7:2) TO RC-Dia
           MOVE LK-Usuario TO RC-Usuario
       EXIT.


      *> Saldo abierto de la factura leida en FA-Rec (cabecera).
      *> Una factura sin CAE todavia no esta en la cuenta: no tiene
      *> saldo a cobrar.
       Calcular-Saldo-Factura.
           EVALUATE TRUE
               WHEN FA-Estado-CAE NOT = SPACES AND
                       FA-Estado-CAE NOT = "AUTORIZADA"
                   MOVE 0 TO WS-SaldoFactura
               WHEN FA-Importe-Acreditado + FA-Cobrado >= FA-Total
                   MOVE 0 TO WS-SaldoFactura
               WHEN OTHER
                   COMPUTE WS-SaldoFactura = FA-Total
                       - FA-Importe-Acreditado - FA-Cobrado
           END-EVALUATE
       EXIT.


      *> Muestra las facturas abiertas del cliente y reparte
      *> WS-Disponible entre las que indique el usuario.
       Aplicar-Recibo.
           PERFORM Listar-Facturas-Abiertas
           IF WS-Abiertas = 0 THEN
               DISPLAY "El cliente no tiene facturas abiertas; "
                   "todo queda a cuenta."
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
           MOVE LOW-VALUES TO FA-Clave
           START Facturas KEY IS NOT LESS THAN FA-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           DISPLAY "--- Facturas abiertas de " WS-Cliente " ---"
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Facturas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF FA-Numero > 0 AND FA-Linea = 0 AND
                               FA-Cliente = WS-Cliente THEN
                           PERFORM Calcular-Saldo-Factura
                           IF WS-SaldoFactura > 0 THEN
                               DISPLAY "Factura " FA-Numero " del "
                                   FA-Dia "/" FA-Mes "/" FA-Ano
                                   " total " FA-Total " saldo "
                                   WS-SaldoFactura
                               ADD 1 TO WS-Abiertas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Aplicar-A-Factura.
           DISPLAY "Numero de factura: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroFactura
           ELSE
               MOVE 0 TO WS-NumeroFactura
           END-IF
           MOVE WS-NumeroFactura TO FA-Numero
           MOVE 0 TO FA-Linea
           MOVE 0 TO WS-SaldoFactura
           IF WS-NumeroFactura > 0 THEN
               READ Facturas
                   INVALID KEY
                       DISPLAY "La factura no existe."
                   NOT INVALID KEY
                       IF FA-Cliente NOT = WS-Cliente THEN
                           DISPLAY "La factura es de otro cliente."
                       ELSE
                           PERFORM Calcular-Saldo-Factura
                           IF WS-SaldoFactura = 0 THEN
                               IF FA-Estado-CAE = SPACES OR
                                   FA-Estado-CAE = "AUTORIZADA" THEN
                                   DISPLAY "La factura ya esta "
                                       "cancelada."
                               ELSE
                                   DISPLAY "La factura esta "
                                       FA-Estado-CAE "; no se cobra "
                                       "sin CAE."
                               END-IF
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
                   "lo disponible del recibo."
               MOVE 0 TO WS-Aplicar
           END-IF
       EXIT.


      *> FA-Rec queda leido por Aplicar-A-Factura: se suma lo
      *> cobrado a la factura y se deja la linea en el recibo.
       Grabar-Aplicacion.
           ADD WS-Aplicar TO FA-Cobrado
           REWRITE FA-Rec
           IF WS-FacturasStatus NOT = "00" THEN
               CALL "Errores" USING WS-FacturasStatus
           ELSE
               ADD 1 TO WS-LineaRecibo
               INITIALIZE RC-Rec
               MOVE WS-NumeroRecibo TO RC-Numero
               MOVE WS-LineaRecibo TO RC-Linea
               MOVE WS-Cliente TO RC-Cliente
               MOVE FA-Numero TO RC-Factura
               MOVE WS-Aplicar TO RC-Importe
               PERFORM Fechar-Recibo
               WRITE RC-Rec
               IF WS-RecibosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-RecibosStatus
               END-IF
               SUBTRACT WS-Aplicar FROM WS-Disponible
               DISPLAY "Aplicado " WS-Aplicar " a la factura "
                   FA-Numero "."
           END-IF
       EXIT.


      *> Retoma un recibo con saldo a cuenta y lo aplica a facturas
      *> del mismo cliente, agregando lineas al recibo original. La
      *> cuenta corriente no cambia: el credito ya estaba.
       Aplicar-Recibo-A-Cuenta.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               PERFORM Abrir-Recibos
               IF WS-RecibosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-RecibosStatus
               ELSE
                   MOVE 0 TO WS-TotalACuenta
                   PERFORM Mostrar-Recibos-A-Cuenta
                   IF WS-TotalACuenta = 0 THEN
                       DISPLAY "El cliente no tiene recibos a "
                           "cuenta."
                   ELSE
                       OPEN I-O Facturas
                       IF WS-FacturasStatus = "00" THEN
                           PERFORM Retomar-Recibo
                           CLOSE Facturas
                       ELSE
                           DISPLAY "No hay facturas emitidas."
                       END-IF
                   END-IF
                   CLOSE Recibos
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Recibos-A-Cuenta.
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
                       IF RC-Numero > 0 AND RC-Linea = 0 AND
                               RC-Cliente = WS-Cliente AND
                               RC-A-Cuenta > 0 THEN
                           DISPLAY "Recibo " RC-Numero " del "
                               RC-Dia "/" RC-Mes "/" RC-Ano
                               " a cuenta " RC-A-Cuenta
                           ADD RC-A-Cuenta TO WS-TotalACuenta
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Retomar-Recibo.
           DISPLAY "Numero de recibo: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroRecibo
           ELSE
               MOVE 0 TO WS-NumeroRecibo
           END-IF
           MOVE WS-NumeroRecibo TO RC-Numero
           MOVE 0 TO RC-Linea
           MOVE 0 TO WS-Disponible
           IF WS-NumeroRecibo > 0 THEN
               READ Recibos
                   INVALID KEY
                       DISPLAY "El recibo no existe."
                   NOT INVALID KEY
                       IF RC-Cliente = WS-Cliente THEN
                           MOVE RC-A-Cuenta TO WS-Disponible
                       ELSE
                           DISPLAY "El recibo es de otro cliente."
                       END-IF
               END-READ
           END-IF
           IF WS-Disponible > 0 THEN
               PERFORM Ultima-Linea-Recibo
               PERFORM Aplicar-Recibo
               MOVE WS-NumeroRecibo TO RC-Numero
               MOVE 0 TO RC-Linea
               READ Recibos
                   INVALID KEY
                       CALL "Errores" USING WS-RecibosStatus
                   NOT INVALID KEY
                       MOVE WS-Disponible TO RC-A-Cuenta
                       REWRITE RC-Rec
                       DISPLAY "Recibo " WS-NumeroRecibo
                           " queda con " WS-Disponible " a cuenta."
               END-READ
           END-IF
       EXIT.


       Ultima-Linea-Recibo.
           MOVE 0 TO WS-LineaRecibo
           MOVE WS-NumeroRecibo TO RC-Numero
           MOVE 1 TO RC-Linea
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
                       IF RC-Numero = WS-NumeroRecibo THEN
                           MOVE RC-Linea TO WS-LineaRecibo
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Consultar-Recibo.
           DISPLAY "Numero de recibo: "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-NumeroRecibo
           ELSE
               MOVE 0 TO WS-NumeroRecibo
           END-IF
           OPEN INPUT Recibos
           IF WS-RecibosStatus NOT = "00" THEN
               DISPLAY "No hay recibos registrados."
           ELSE
               MOVE WS-NumeroRecibo TO RC-Numero
               MOVE 0 TO RC-Linea
               START Recibos KEY IS NOT LESS THAN RC-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               IF WS-NumeroRecibo = 0 THEN
                   MOVE 'Y' TO WS-EOF-Flag
                   DISPLAY "El recibo no existe."
               END-IF
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Recibos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RC-Numero NOT = WS-NumeroRecibo THEN
                               MOVE 'Y' TO WS-EOF-Flag
                           ELSE
                               PERFORM Mostrar-Linea-Recibo
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Recibos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Linea-Recibo.
           IF RC-Linea = 0 THEN
               DISPLAY "Recibo " RC-Numero " del " RC-Dia "/"
                   RC-Mes "/" RC-Ano " cliente " RC-Cliente
               DISPLAY "  Cobrado " RC-Importe " ("
                   FUNCTION TRIM(RC-Referencia) ") a cuenta "
                   RC-A-Cuenta
           ELSE
               DISPLAY "  " RC-Linea " factura " RC-Factura
                   " aplicado " RC-Importe " el " RC-Dia "/"
                   RC-Mes "/" RC-Ano
           END-IF
       EXIT.


       EXIT.


      *> Antiguedad de saldos por partida abierta: cada factura
      *> pesa por su saldo real (total menos notas de credito menos
      *> lo cobrado con recibos) desde su fecha. Los creditos que no
      *> estan aplicados a una factura (saldo a cuenta de recibos y
      *> pagos sueltos anteriores a los recibos) cancelan las
      *> partidas mas viejas primero.
       Informe-Antiguedad.
           COMPUTE WS-HoyInt =
               FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           MOVE 0 TO WS-Desbordados
           MOVE 'N' TO WS-FacturasAbierto
           MOVE 'N' TO WS-RecibosAbierto
           OPEN INPUT Facturas
           IF WS-FacturasStatus = "00" THEN
               MOVE 'S' TO WS-FacturasAbierto
           END-IF
           OPEN INPUT Recibos
           IF WS-RecibosStatus = "00" THEN
               MOVE 'S' TO WS-RecibosAbierto
           END-IF
           PERFORM Abrir-Cuentas
           IF WS-CtasStatus = "00" THEN
               MOVE LOW-VALUES TO CU-Clave
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE CtasCtes
               IF WS-Desbordados > 0 THEN
                   DISPLAY "ATENCION: " WS-Desbordados " partida(s) "
                       "fuera de la tabla; revisar esos clientes."
               END-IF
           END-IF
           IF WS-FacturasAbierto = 'S' THEN
               CLOSE Facturas
           END-IF
           IF WS-RecibosAbierto = 'S' THEN
               CLOSE Recibos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
               PERFORM Cerrar-Cliente-Antiguedad
               MOVE CU-Cliente TO WS-ClienteAnterior
               MOVE 0 TO WS-Creditos
               MOVE 0 TO WS-PA-Usadas
           END-IF
           MOVE SPACES TO WS-RefTipo
           MOVE SPACES TO WS-RefNumero
           UNSTRING CU-Referencia DELIMITED BY ALL SPACE
               INTO WS-RefTipo WS-RefNumero
           END-UNSTRING
           IF CU-Tipo = "CREDITO" THEN
               PERFORM Acumular-Credito-Antiguedad
           ELSE
               PERFORM Acumular-Debito-Antiguedad
           END-IF
       EXIT.


      *> Las notas de credito ya bajan el saldo de su factura (lo
      *> que la factura no absorbe lo suma su debito) y lo aplicado
      *> de un recibo ya esta en FA-Cobrado: del recibo solo cuenta
      *> lo que quedo a cuenta.
       Acumular-Credito-Antiguedad.
           EVALUATE TRUE
               WHEN WS-RefTipo = "NOTA" AND WS-FacturasAbierto = 'S'
                   CONTINUE
               WHEN WS-RefTipo = "RECIBO" AND WS-RecibosAbierto = 'S'
                   IF FUNCTION TEST-NUMVAL(WS-RefNumero) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-RefNumero)
                           TO RC-Numero
                   ELSE
                       MOVE 0 TO RC-Numero
                   END-IF
                   MOVE 0 TO RC-Linea
                   READ Recibos
                       INVALID KEY
                           ADD CU-Importe TO WS-Creditos
                       NOT INVALID KEY
                           ADD RC-A-Cuenta TO WS-Creditos
                   END-READ
               WHEN OTHER
                   ADD CU-Importe TO WS-Creditos
           END-EVALUATE
       EXIT.


       Acumular-Debito-Antiguedad.
           MOVE CU-Importe TO WS-Abierto
           IF WS-RefTipo = "FACTURA" AND WS-FacturasAbierto = 'S'
                   THEN
               IF FUNCTION TEST-NUMVAL(WS-RefNumero) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-RefNumero) TO FA-Numero
               ELSE
                   MOVE 0 TO FA-Numero
               END-IF
               MOVE 0 TO FA-Linea
               READ Facturas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM Calcular-Saldo-Factura
                       MOVE WS-SaldoFactura TO WS-Abierto
                       PERFORM Sumar-Excedente-Notas
               END-READ
           END-IF
           IF WS-Abierto > 0 THEN
               IF WS-PA-Usadas < 200 THEN
                   ADD 1 TO WS-PA-Usadas
                   COMPUTE WS-PA-Fecha(WS-PA-Usadas) =
                       (CU-Ano * 10000) + (CU-Mes * 100) + CU-Dia
                   MOVE WS-Abierto TO WS-PA-Abierto(WS-PA-Usadas)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
       EXIT.


      *> El saldo de la factura no baja de cero: lo acreditado por
      *> notas sobre una factura ya cobrada (o por encima de lo que
      *> quedaba abierto) queda como credito suelto del cliente,
      *> igual que en el saldo de la cuenta corriente.
       Sumar-Excedente-Notas.
           IF (FA-Estado-CAE = SPACES OR
                   FA-Estado-CAE = "AUTORIZADA") AND
                   FA-Importe-Acreditado + FA-Cobrado > FA-Total THEN
               COMPUTE WS-Excedente = FA-Importe-Acreditado
                   + FA-Cobrado - FA-Total
               IF WS-Excedente > FA-Importe-Acreditado THEN
                   MOVE FA-Importe-Acreditado TO WS-Excedente
               END-IF
               ADD WS-Excedente TO WS-Creditos
           END-IF
       EXIT.


      *> Las partidas estan en orden de secuencia (las mas viejas
      *> primero), asi que los creditos sueltos se consumen contra
      *> ellas en ese mismo orden y lo que queda abierto se
      *> clasifica por dias desde la fecha de la partida.
       Cerrar-Cliente-Antiguedad.
           IF WS-ClienteAnterior NOT = SPACES THEN
               MOVE 0 TO WS-Bucket-0-30
               MOVE 0 TO WS-Bucket-31-60
               MOVE 0 TO WS-Bucket-61-90
               MOVE 0 TO WS-Bucket-Mas-90
               PERFORM VARYING WS-PA-Idx FROM 1 BY 1
                       UNTIL WS-PA-Idx > WS-PA-Usadas
                   PERFORM Aplicar-Partida-Antiguedad
               END-PERFORM
               COMPUTE WS-Saldo = WS-Bucket-0-30 + WS-Bucket-31-60
                   + WS-Bucket-61-90 + WS-Bucket-Mas-90
                   - WS-Creditos
               DISPLAY WS-ClienteAnterior ": " WS-Bucket-0-30
                   " / " WS-Bucket-31-60 " / " WS-Bucket-61-90
                   " / " WS-Bucket-Mas-90 "  (saldo " WS-Saldo ")"
           END-IF
       EXIT.


       Aplicar-Partida-Antiguedad.
           IF WS-Creditos >= WS-PA-Abierto(WS-PA-Idx) THEN
               SUBTRACT WS-PA-Abierto(WS-PA-Idx) FROM WS-Creditos
           ELSE
               COMPUTE WS-Abierto =
                   WS-PA-Abierto(WS-PA-Idx) - WS-Creditos
               MOVE 0 TO WS-Creditos
               COMPUTE WS-FechaInt = FUNCTION INTEGER-OF-DATE(
                   WS-PA-Fecha(WS-PA-Idx))
               COMPUTE WS-Dias = WS-HoyInt - WS-FechaInt
               EVALUATE TRUE
                   WHEN WS-Dias <= 30
               END-EVALUATE
           END-IF
       EXIT.
