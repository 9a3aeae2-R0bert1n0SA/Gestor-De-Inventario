               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT NotasCredito ASSIGN TO 'Notas-Credito.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-Clave
               FILE STATUS IS WS-NotasStatus.

           SELECT FacturasProv ASSIGN TO 'Facturas-Prov.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-Clave
               FILE STATUS IS WS-FacProvStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT PadronIIBB ASSIGN TO 'Padron-IIBB.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-Clave
               FILE STATUS IS WS-PadronStatus.

           SELECT ArchivoPadron ASSIGN TO WS-NombreArchPadron
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ArchPadronStatus.

           SELECT DDJJ ASSIGN TO WS-NombreDDJJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDJJStatus.

           SELECT Posicion ASSIGN TO WS-NombrePosicion
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PosicionStatus.

           SELECT LibroVentas ASSIGN TO WS-NombreVentas
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VentasStatus.

           SELECT LibroCompras ASSIGN TO WS-NombreCompras
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ComprasStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TiposIVA.
       FD  Facturas.
           COPY FACTURA.

       FD  NotasCredito.
           COPY NOTA-CREDITO.

       FD  FacturasProv.
           COPY FACTURA-PROV.

       FD  Clientes.
           COPY CLIENTE.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  PadronIIBB.
           COPY PADRON-IIBB.

       FD  ArchivoPadron.
       01  AP-Rec.
      *>  Padron publicado por la jurisdiccion, ya bajado al ancho
      *>  fijo que levantamos: CUIT sin guiones, vigencia desde y
      *>  hasta (AAAAMMDD) y alicuota con dos decimales implicitos
      *>  (0350 = 3,50 %).
           05 AP-CUIT                  PIC X(11).
           05 AP-Desde                 PIC 9(8).
           05 AP-Hasta                 PIC 9(8).
           05 AP-Alicuota              PIC 9(2)V99.

       FD  DDJJ.
       01  DJ-Rec.
      *>  Declaracion de percepciones de una jurisdiccion, ancho
      *>  fijo: un registro por factura con percepcion del mes y
      *>  uno por nota de credito que la revierte (DJ-Tipo NC,
      *>  importes que restan).
           05 DJ-CUIT                  PIC X(11).
           05 DJ-Fecha                 PIC 9(8).
           05 DJ-Tipo                  PIC X(3).
           05 DJ-Letra                 PIC X(1).
           05 DJ-Punto-Venta           PIC 9(4).
           05 DJ-Numero                PIC 9(8).
           05 DJ-Base                  PIC 9(13)V99.
           05 DJ-Alicuota              PIC 9(2)V99.
           05 DJ-Percepcion            PIC 9(13)V99.

       FD  Posicion.
       01  Pos-Linea                   PIC X(120).

       FD  LibroVentas.
       01  LV-Rec.
      *>  Libro de IVA ventas para el estudio contable, ancho fijo.
      *>  Un registro por comprobante y tasa: facturas autorizadas
      *>  (FAC) y notas de credito (NC) del mes. Los datos del
      *>  comprobante van en todos sus registros; el total y la
      *>  percepcion de ingresos brutos (que el total incluye) solo
      *>  en el primero, asi la suma de cada columna da el mes. La
      *>  nota de credito lleva la letra y el punto de venta de la
      *>  factura que acredita y su numero interno.
           05 LV-Fecha                 PIC 9(8).
           05 LV-Tipo                  PIC X(3).
           05 LV-Letra                 PIC X(1).
           05 LV-Punto-Venta           PIC 9(4).
           05 LV-Numero                PIC 9(8).
           05 LV-Cliente               PIC X(10).
           05 LV-CUIT                  PIC X(13).
           05 LV-Condicion-IVA         PIC X(2).
           05 LV-Tasa                  PIC 9(2)V99.
           05 LV-Neto                  PIC 9(13)V99.
           05 LV-IVA                   PIC 9(13)V99.
           05 LV-Total                 PIC 9(13)V99.
           05 LV-Percepcion-IIBB       PIC 9(13)V99.

       FD  LibroCompras.
       01  LC-Rec.
      *>  Libro de IVA compras, ancho fijo. Un registro por
      *>  comprobante y alicuota; exento, no gravado y total solo
      *>  en el primero de cada comprobante. Un comprobante sin
      *>  alicuotas sale en un registro con tasa 0.
           05 LC-Fecha                 PIC 9(8).
           05 LC-Letra                 PIC X(1).
           05 LC-Comprobante           PIC X(15).
           05 LC-Proveedor             PIC X(10).
           05 LC-CUIT                  PIC X(13).
           05 LC-Nombre                PIC X(30).
           05 LC-Tasa                  PIC 9(2)V99.
           05 LC-Neto                  PIC 9(13)V99.
           05 LC-IVA                   PIC 9(13)V99.
           05 LC-Exento                PIC 9(13)V99.
           05 LC-No-Gravado            PIC 9(13)V99.
           05 LC-Total                 PIC 9(13)V99.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-IVAStatus         PIC XX.
               05 WS-FacturasStatus    PIC XX.
               05 WS-NotasStatus       PIC XX.
               05 WS-FacProvStatus     PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-ProvStatus        PIC XX.
               05 WS-PosicionStatus    PIC XX.
               05 WS-VentasStatus      PIC XX.
               05 WS-ComprasStatus     PIC XX.
               05 WS-PadronStatus      PIC XX.
               05 WS-ArchPadronStatus  PIC XX.
               05 WS-DDJJStatus        PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-Codigo                PIC X(2).
           01 WS-AnoMes                PIC 9(6).
           01 WS-FacturaMes            PIC 9(6).
           01 WS-EstadoFactura         PIC X(10).

      *>   Acumuladores del resumen mensual, una fila por tasa
      *>   distinta encontrada en las lineas de factura del mes.
      *>   Las notas de credito del mes restan en la tasa de la
      *>   linea acreditada, por eso los acumuladores van con signo.
           01 WS-ResumenTabla.
               05 WS-RS-Entry OCCURS 10 TIMES.
                   10 WS-RS-Tasa           PIC 9(2)V99.
                   10 WS-RS-Neto           PIC S9(13)V99.
                   10 WS-RS-IVA            PIC S9(13)V99.
           01 WS-RS-Usadas             PIC 9(2) VALUE 0.
           01 WS-RS-Idx                PIC 9(2).
           01 WS-RS-Hallada            PIC X(1).
           01 WS-TotNeto               PIC S9(13)V99.
           01 WS-TotIVA                PIC S9(13)V99.
           01 WS-ImporteIVA            PIC S9(13)V99.
           01 WS-NCNeto                PIC S9(13)V99.
           01 WS-NCIVA                 PIC S9(13)V99.
           01 WS-LineaTasa             PIC 9(2)V99.
           01 WS-LineaNeto             PIC S9(13)V99.

      *>   Credito fiscal del mes por alicuota, de las cabeceras de
      *>   Facturas-Prov.DAT (el IVA tal como lo discrimino el
      *>   proveedor).
           01 WS-CreditoTabla.
               05 WS-CR-Entry OCCURS 10 TIMES.
                   10 WS-CR-Tasa           PIC 9(2)V99.
                   10 WS-CR-Neto           PIC 9(13)V99.
                   10 WS-CR-IVA            PIC 9(13)V99.
           01 WS-CR-Usadas             PIC 9(2) VALUE 0.
           01 WS-CR-Idx                PIC 9(2).
           01 WS-CR-Hallada            PIC X(1).
           01 WS-AL-Idx                PIC 9(1).
           01 WS-TotCredito            PIC 9(13)V99.
           01 WS-TotNoComputable       PIC 9(13)V99.
           01 WS-Saldo                 PIC S9(13)V99.
           01 WS-EdImporte             PIC -(12)9.99.
           01 WS-EdNeto                PIC -(12)9.99.
           01 WS-Linea                 PIC X(120).
           01 WS-NombrePosicion        PIC X(40).
           01 WS-NombreVentas          PIC X(40).
           01 WS-NombreCompras         PIC X(40).
           01 WS-FechaComp             PIC 9(8).
           01 WS-RegVentas             PIC 9(5).
           01 WS-RegCompras            PIC 9(5).
           01 WS-ClientesAbierto       PIC X(1).
           01 WS-ProvAbierto           PIC X(1).
           01 WS-FacturasAbierto       PIC X(1).

      *>   Comprobante de venta en curso para el libro: sus lineas
      *>   se juntan por tasa y se vuelcan al llegar la cabecera
      *>   siguiente.
           01 WS-CompVenta.
               05 WS-CV-Activo         PIC X(1).
               05 WS-CV-Tipo           PIC X(3).
               05 WS-CV-Fecha          PIC 9(8).
               05 WS-CV-Letra          PIC X(1).
               05 WS-CV-Punto-Venta    PIC 9(4).
               05 WS-CV-Numero         PIC 9(8).
               05 WS-CV-Cliente        PIC X(10).
               05 WS-CV-Condicion-IVA  PIC X(2).
               05 WS-CV-Total          PIC 9(13)V99.
               05 WS-CV-Factura        PIC 9(6).
               05 WS-CV-Percepcion     PIC 9(13)V99.
           01 WS-LibroTasas.
               05 WS-LB-Entry OCCURS 10 TIMES.
                   10 WS-LB-Tasa           PIC 9(2)V99.
                   10 WS-LB-Neto           PIC 9(13)V99.
                   10 WS-LB-IVA            PIC 9(13)V99.
           01 WS-LB-Usadas             PIC 9(2).
           01 WS-LB-Idx                PIC 9(2).
           01 WS-LB-Hallada            PIC X(1).
           01 WS-LineaIVA              PIC 9(13)V99.
           01 WS-NombreArchPadron      PIC X(40).
           01 WS-NombreDDJJ            PIC X(40).
           01 WS-Jurisdiccion          PIC X(3).
           01 WS-Leidos                PIC 9(6).
           01 WS-Cargados              PIC 9(6).
           01 WS-Rechazados            PIC 9(6).
           01 WS-EstadoCAE             PIC X(10).

      *>   Percepciones del mes por jurisdiccion.
           01 WS-PercepcionesTabla.
               05 WS-PJ-Entry OCCURS 24 TIMES.
                   10 WS-PJ-Jurisdiccion   PIC X(3).
                   10 WS-PJ-Facturas       PIC 9(5).
                   10 WS-PJ-Notas          PIC 9(5).
                   10 WS-PJ-Base           PIC S9(13)V99.
                   10 WS-PJ-Percepcion     PIC S9(13)V99.
           01 WS-PJ-Usadas             PIC 9(2).
           01 WS-PJ-Idx                PIC 9(2).
           01 WS-PJ-Hallada            PIC X(1).
           01 WS-TotPercepcion         PIC S9(13)V99.
           01 WS-ClienteCUIT           PIC X(13).
           01 WS-CUITPadron            PIC X(11).
           01 WS-CUITIdx               PIC 9(2).
           01 WS-CUITLargo             PIC 9(2).

       LINKAGE SECTION.
      *> Flag 1: valida la categoria de IVA LK-Codigo contra la
      *>         tabla; deja la tasa en LK-Tasa y 'S' en
      *>         LK-Resultado si existe.
      *> Otro valor: mantenimiento de la tabla, resumen mensual
      *>         de IVA por tasa, posicion mensual (debito contra
      *>         credito fiscal) y libros de IVA para el contador;
      *>         importacion del padron de ingresos brutos y
      *>         percepciones del mes por jurisdiccion.
           01 LK-Flag                  PIC 9(2).
           01 LK-Codigo                PIC X(2).
           01 LK-Tasa                  PIC 9(2)V99.
               DISPLAY "------- Impuestos (IVA) -------"
               DISPLAY "1. Listar categorias de IVA"
               DISPLAY "2. Cargar/actualizar una categoria"
               DISPLAY "3. Resumen mensual de IVA ventas"
               DISPLAY "4. Posicion mensual de IVA (debito contra "
                   "credito)"
               DISPLAY "5. Libros de IVA ventas y compras"
               DISPLAY "6. Importar padron de ingresos brutos"
               DISPLAY "7. Percepciones IIBB del mes (informe y "
                   "declaracion)"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                       PERFORM Cargar-Categoria
                   WHEN 3
                       PERFORM Resumen-Mensual
                   WHEN 4
                       PERFORM Posicion-Mensual
                   WHEN 5
                       PERFORM Libros-IVA
                   WHEN 6
                       PERFORM Importar-Padron
                   WHEN 7
                       PERFORM Percepciones-Mes
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
               MOVE 0 TO WS-RS-Usadas
               MOVE 0 TO WS-TotNeto
               MOVE 0 TO WS-TotIVA
               MOVE 0 TO WS-NCNeto
               MOVE 0 TO WS-NCIVA
               PERFORM Acumular-Mes
               PERFORM Acumular-Notas-Mes
               PERFORM Mostrar-Resumen
           END-IF
           DISPLAY "Presione Enter para continuar"
                       NOT AT END
                           COMPUTE WS-FacturaMes =
                               (FA-Ano * 100) + FA-Mes
      *>                   Las lineas toman el estado de autorizacion
      *>                   de su cabecera; sin CAE no hay debito.
                           IF FA-Linea = 0 THEN
                               MOVE FA-Estado-CAE TO WS-EstadoFactura
                           END-IF
                           IF FA-Numero > 0 AND FA-Linea > 0 AND
                                   (WS-EstadoFactura = SPACES OR
                                    WS-EstadoFactura = "AUTORIZADA") AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               MOVE FA-Tasa-IVA TO WS-LineaTasa
                               MOVE FA-Importe TO WS-LineaNeto
                               PERFORM Acumular-Linea-IVA
                           END-IF
                   END-READ
       EXIT.


      *> Las notas de credito se imputan al mes en que se emiten,
      *> restando neto e IVA en la tasa de la linea que acreditan.
       Acumular-Notas-Mes.
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
                           COMPUTE WS-FacturaMes =
                               (NC-Ano * 100) + NC-Mes
                           IF NC-Numero > 0 AND NC-Linea > 0 AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               MOVE NC-Tasa-IVA TO WS-LineaTasa
                               COMPUTE WS-LineaNeto = 0 - NC-Importe
                               PERFORM Acumular-Linea-IVA
                               ADD WS-LineaNeto TO WS-NCNeto
                               ADD WS-ImporteIVA TO WS-NCIVA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
       EXIT.


       Acumular-Linea-IVA.
           MOVE 'N' TO WS-RS-Hallada
           PERFORM VARYING WS-RS-Idx FROM 1 BY 1
                   UNTIL WS-RS-Idx > WS-RS-Usadas
                   OR WS-RS-Hallada = 'S'
               IF WS-RS-Tasa(WS-RS-Idx) = WS-LineaTasa THEN
                   MOVE 'S' TO WS-RS-Hallada
               END-IF
           END-PERFORM
               IF WS-RS-Usadas < 10 THEN
                   ADD 1 TO WS-RS-Usadas
                   MOVE WS-RS-Usadas TO WS-RS-Idx
                   MOVE WS-LineaTasa TO WS-RS-Tasa(WS-RS-Idx)
                   MOVE 0 TO WS-RS-Neto(WS-RS-Idx)
                   MOVE 0 TO WS-RS-IVA(WS-RS-Idx)
               ELSE
                   MOVE 0 TO WS-RS-Idx
               END-IF
           END-IF
           COMPUTE WS-ImporteIVA ROUNDED =
               WS-LineaNeto * WS-LineaTasa / 100
           IF WS-RS-Idx > 0 THEN
               ADD WS-LineaNeto TO WS-RS-Neto(WS-RS-Idx)
               ADD WS-ImporteIVA TO WS-RS-IVA(WS-RS-Idx)
               ADD WS-LineaNeto TO WS-TotNeto
               ADD WS-ImporteIVA TO WS-TotIVA
           END-IF
       EXIT.
                   WS-RS-Neto(WS-RS-Idx) " - IVA "
                   WS-RS-IVA(WS-RS-Idx)
           END-PERFORM
           IF WS-NCNeto NOT = 0 THEN
               DISPLAY "Incluye notas de credito del mes: neto "
                   WS-NCNeto " - IVA " WS-NCIVA
           END-IF
           DISPLAY "TOTAL: neto " WS-TotNeto " - IVA " WS-TotIVA
       EXIT.


       Pedir-Mes.
           DISPLAY "Mes (AAAAMM): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-AnoMes
           ELSE
               MOVE 0 TO WS-AnoMes
           END-IF
           IF WS-AnoMes = 0 THEN
               DISPLAY "Mes no valido."
           END-IF
       EXIT.


      *> Posicion del mes para la declaracion jurada: debito
      *> fiscal de las ventas (facturas autorizadas menos notas de
      *> credito, igual que el resumen) contra el credito fiscal de
      *> las facturas de proveedor registradas en el mes. Sale por
      *> pantalla y a Posicion-IVA-AAAAMM.TXT.
       Posicion-Mensual.
           PERFORM Pedir-Mes
           IF WS-AnoMes > 0 THEN
               MOVE 0 TO WS-RS-Usadas
               MOVE 0 TO WS-TotNeto
               MOVE 0 TO WS-TotIVA
               MOVE 0 TO WS-NCNeto
               MOVE 0 TO WS-NCIVA
               PERFORM Acumular-Mes
               PERFORM Acumular-Notas-Mes
               PERFORM Acumular-Compras-Mes
               MOVE SPACES TO WS-NombrePosicion
               STRING "Posicion-IVA-" WS-AnoMes ".TXT"
                   DELIMITED BY SIZE INTO WS-NombrePosicion
               OPEN OUTPUT Posicion
               IF WS-PosicionStatus NOT = "00" THEN
                   CALL "Errores" USING WS-PosicionStatus
               ELSE
                   PERFORM Escribir-Posicion
                   CLOSE Posicion
                   DISPLAY "Posicion generada en "
                       FUNCTION TRIM(WS-NombrePosicion)
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Las cabeceras B y C (y las anteriores a la discriminacion)
      *> no dan credito: se informan aparte como no computables.
       Acumular-Compras-Mes.
           MOVE 0 TO WS-CR-Usadas
           MOVE 0 TO WS-TotCredito
           MOVE 0 TO WS-TotNoComputable
           OPEN INPUT FacturasProv
           IF WS-FacProvStatus = "00" THEN
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
                           COMPUTE WS-FacturaMes =
                               (FP-Ano * 100) + FP-Mes
                           IF FP-Numero > 0 AND FP-Linea = 0 AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               PERFORM Acumular-Credito-Factura
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
           END-IF
       EXIT.


       Acumular-Credito-Factura.
           IF FP-Letra = "A" OR FP-Letra = "M" THEN
               PERFORM VARYING WS-AL-Idx FROM 1 BY 1
                       UNTIL WS-AL-Idx > FP-Alicuotas-Usadas
                   PERFORM Acumular-Alicuota-Credito
               END-PERFORM
           ELSE
               ADD FP-Importe TO WS-TotNoComputable
           END-IF
       EXIT.


       Acumular-Alicuota-Credito.
           MOVE 'N' TO WS-CR-Hallada
           PERFORM VARYING WS-CR-Idx FROM 1 BY 1
                   UNTIL WS-CR-Idx > WS-CR-Usadas
                   OR WS-CR-Hallada = 'S'
               IF WS-CR-Tasa(WS-CR-Idx) = FP-AL-Tasa(WS-AL-Idx) THEN
                   MOVE 'S' TO WS-CR-Hallada
               END-IF
           END-PERFORM
           IF WS-CR-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-CR-Idx
           ELSE
               IF WS-CR-Usadas < 10 THEN
                   ADD 1 TO WS-CR-Usadas
                   MOVE WS-CR-Usadas TO WS-CR-Idx
                   MOVE FP-AL-Tasa(WS-AL-Idx) TO WS-CR-Tasa(WS-CR-Idx)
                   MOVE 0 TO WS-CR-Neto(WS-CR-Idx)
                   MOVE 0 TO WS-CR-IVA(WS-CR-Idx)
               ELSE
                   MOVE 0 TO WS-CR-Idx
               END-IF
           END-IF
           IF WS-CR-Idx > 0 THEN
               ADD FP-AL-Neto(WS-AL-Idx) TO WS-CR-Neto(WS-CR-Idx)
               ADD FP-AL-IVA(WS-AL-Idx) TO WS-CR-IVA(WS-CR-Idx)
               ADD FP-AL-IVA(WS-AL-Idx) TO WS-TotCredito
           END-IF
       EXIT.


       Escribir-Posicion.
           STRING "POSICION DE IVA DEL MES " WS-AnoMes
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "DEBITO FISCAL (ventas netas de notas de credito)"
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-RS-Idx FROM 1 BY 1
                   UNTIL WS-RS-Idx > WS-RS-Usadas
               MOVE WS-RS-Neto(WS-RS-Idx) TO WS-EdNeto
               MOVE WS-RS-IVA(WS-RS-Idx) TO WS-EdImporte
               STRING "  Tasa " WS-RS-Tasa(WS-RS-Idx) " %  neto "
                   WS-EdNeto "  IVA " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE WS-TotIVA TO WS-EdImporte
           STRING "  Total debito fiscal:  " WS-EdImporte
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE "CREDITO FISCAL (facturas de proveedor A y M)"
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CR-Idx FROM 1 BY 1
                   UNTIL WS-CR-Idx > WS-CR-Usadas
               MOVE WS-CR-Neto(WS-CR-Idx) TO WS-EdNeto
               MOVE WS-CR-IVA(WS-CR-Idx) TO WS-EdImporte
               STRING "  Tasa " WS-CR-Tasa(WS-CR-Idx) " %  neto "
                   WS-EdNeto "  IVA " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE WS-TotCredito TO WS-EdImporte
           STRING "  Total credito fiscal: " WS-EdImporte
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-TotNoComputable > 0 THEN
               MOVE WS-TotNoComputable TO WS-EdImporte
               STRING "  Compras sin credito (B, C o sin "
                   "discriminar): " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           COMPUTE WS-Saldo = WS-TotIVA - WS-TotCredito
           MOVE WS-Saldo TO WS-EdImporte
           IF WS-Saldo >= 0 THEN
               STRING "SALDO A PAGAR:          " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               STRING "SALDO A FAVOR:          " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Pos-Linea
           WRITE Pos-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


      *> Libros de IVA del mes en el formato de ancho fijo que
      *> levanta el estudio: Libro-IVA-Ventas-AAAAMM.TXT y
      *> Libro-IVA-Compras-AAAAMM.TXT.
       Libros-IVA.
           PERFORM Pedir-Mes
           IF WS-AnoMes > 0 THEN
               MOVE SPACES TO WS-NombreVentas
               STRING "Libro-IVA-Ventas-" WS-AnoMes ".TXT"
                   DELIMITED BY SIZE INTO WS-NombreVentas
               MOVE SPACES TO WS-NombreCompras
               STRING "Libro-IVA-Compras-" WS-AnoMes ".TXT"
                   DELIMITED BY SIZE INTO WS-NombreCompras
               MOVE 0 TO WS-RegVentas
               MOVE 0 TO WS-RegCompras
               MOVE 'N' TO WS-ClientesAbierto
               OPEN INPUT Clientes
               IF WS-ClientesStatus = "00" THEN
                   MOVE 'S' TO WS-ClientesAbierto
               END-IF
               OPEN OUTPUT LibroVentas
               IF WS-VentasStatus NOT = "00" THEN
                   CALL "Errores" USING WS-VentasStatus
               ELSE
                   PERFORM Libro-Ventas-Facturas
                   PERFORM Libro-Ventas-Notas
                   CLOSE LibroVentas
                   DISPLAY "Libro de ventas: " WS-RegVentas
                       " registro(s) en "
                       FUNCTION TRIM(WS-NombreVentas)
               END-IF
               IF WS-ClientesAbierto = 'S' THEN
                   CLOSE Clientes
               END-IF
               MOVE 'N' TO WS-ProvAbierto
               OPEN INPUT Proveedores
               IF WS-ProvStatus = "00" THEN
                   MOVE 'S' TO WS-ProvAbierto
               END-IF
               OPEN OUTPUT LibroCompras
               IF WS-ComprasStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ComprasStatus
               ELSE
                   PERFORM Libro-Compras
                   CLOSE LibroCompras
                   DISPLAY "Libro de compras: " WS-RegCompras
                       " registro(s) en "
                       FUNCTION TRIM(WS-NombreCompras)
               END-IF
               IF WS-ProvAbierto = 'S' THEN
                   CLOSE Proveedores
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Las facturas se recorren en orden de clave: la cabecera
      *> abre el comprobante y sus lineas lo acumulan por tasa con
      *> el IVA de cada linea redondeado como en la factura.
       Libro-Ventas-Facturas.
           MOVE 'N' TO WS-CV-Activo
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
                           IF FA-Numero > 0 AND FA-Linea = 0 THEN
                               PERFORM Volcar-Comprobante-Venta
                               PERFORM Abrir-Comprobante-Factura
                           END-IF
                           IF FA-Numero > 0 AND FA-Linea > 0 AND
                                   WS-CV-Activo = 'S' THEN
                               MOVE FA-Tasa-IVA TO WS-LineaTasa
                               MOVE FA-Importe TO WS-LineaNeto
                               PERFORM Acumular-Libro-Tasa
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               PERFORM Volcar-Comprobante-Venta
               CLOSE Facturas
           END-IF
       EXIT.


       Abrir-Comprobante-Factura.
           COMPUTE WS-FacturaMes = (FA-Ano * 100) + FA-Mes
           IF WS-FacturaMes = WS-AnoMes AND
                   (FA-Estado-CAE = SPACES OR
                    FA-Estado-CAE = "AUTORIZADA") THEN
               MOVE 'S' TO WS-CV-Activo
               MOVE "FAC" TO WS-CV-Tipo
               COMPUTE WS-CV-Fecha = (FA-Ano * 10000)
                   + (FA-Mes * 100) + FA-Dia
               MOVE FA-Letra TO WS-CV-Letra
               MOVE FA-Punto-Venta TO WS-CV-Punto-Venta
               IF FA-Numero-Legal > 0 THEN
                   MOVE FA-Numero-Legal TO WS-CV-Numero
               ELSE
                   MOVE FA-Numero TO WS-CV-Numero
               END-IF
               MOVE FA-Cliente TO WS-CV-Cliente
               MOVE FA-Condicion-IVA TO WS-CV-Condicion-IVA
               MOVE FA-Total TO WS-CV-Total
               MOVE FA-Percepcion-IIBB TO WS-CV-Percepcion
               MOVE 0 TO WS-LB-Usadas
           END-IF
       EXIT.


      *> Las notas de credito toman letra y punto de venta de la
      *> factura que acreditan; su numero es el de su serie.
       Libro-Ventas-Notas.
           MOVE 'N' TO WS-CV-Activo
           OPEN INPUT NotasCredito
           IF WS-NotasStatus = "00" THEN
               MOVE 'N' TO WS-FacturasAbierto
               OPEN INPUT Facturas
               IF WS-FacturasStatus = "00" THEN
                   MOVE 'S' TO WS-FacturasAbierto
               END-IF
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
                           IF NC-Numero > 0 AND NC-Linea = 0 THEN
                               PERFORM Volcar-Comprobante-Venta
                               PERFORM Abrir-Comprobante-Nota
                           END-IF
                           IF NC-Numero > 0 AND NC-Linea > 0 AND
                                   WS-CV-Activo = 'S' THEN
                               MOVE NC-Tasa-IVA TO WS-LineaTasa
                               MOVE NC-Importe TO WS-LineaNeto
                               PERFORM Acumular-Libro-Tasa
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               PERFORM Volcar-Comprobante-Venta
               IF WS-FacturasAbierto = 'S' THEN
                   CLOSE Facturas
               END-IF
               CLOSE NotasCredito
           END-IF
       EXIT.


       Abrir-Comprobante-Nota.
           COMPUTE WS-FacturaMes = (NC-Ano * 100) + NC-Mes
           IF WS-FacturaMes = WS-AnoMes THEN
               MOVE 'S' TO WS-CV-Activo
               MOVE "NC" TO WS-CV-Tipo
               COMPUTE WS-CV-Fecha = (NC-Ano * 10000)
                   + (NC-Mes * 100) + NC-Dia
               MOVE NC-Numero TO WS-CV-Numero
               MOVE NC-Cliente TO WS-CV-Cliente
               MOVE NC-Total TO WS-CV-Total
               MOVE NC-Percepcion-IIBB TO WS-CV-Percepcion
               MOVE NC-Factura TO WS-CV-Factura
               MOVE SPACES TO WS-CV-Letra
               MOVE 0 TO WS-CV-Punto-Venta
               MOVE SPACES TO WS-CV-Condicion-IVA
               MOVE 0 TO WS-LB-Usadas
               IF WS-FacturasAbierto = 'S' THEN
                   MOVE NC-Factura TO FA-Numero
                   MOVE 0 TO FA-Linea
                   READ Facturas
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FA-Letra TO WS-CV-Letra
                           MOVE FA-Punto-Venta TO WS-CV-Punto-Venta
                           MOVE FA-Condicion-IVA
                               TO WS-CV-Condicion-IVA
                   END-READ
               END-IF
           END-IF
       EXIT.


       Acumular-Libro-Tasa.
           COMPUTE WS-LineaIVA ROUNDED =
               WS-LineaNeto * WS-LineaTasa / 100
           MOVE 'N' TO WS-LB-Hallada
           PERFORM VARYING WS-LB-Idx FROM 1 BY 1
                   UNTIL WS-LB-Idx > WS-LB-Usadas
                   OR WS-LB-Hallada = 'S'
               IF WS-LB-Tasa(WS-LB-Idx) = WS-LineaTasa THEN
                   MOVE 'S' TO WS-LB-Hallada
               END-IF
           END-PERFORM
           IF WS-LB-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-LB-Idx
           ELSE
               IF WS-LB-Usadas < 10 THEN
                   ADD 1 TO WS-LB-Usadas
                   MOVE WS-LB-Usadas TO WS-LB-Idx
                   MOVE WS-LineaTasa TO WS-LB-Tasa(WS-LB-Idx)
                   MOVE 0 TO WS-LB-Neto(WS-LB-Idx)
                   MOVE 0 TO WS-LB-IVA(WS-LB-Idx)
               ELSE
                   MOVE 0 TO WS-LB-Idx
               END-IF
           END-IF
           IF WS-LB-Idx > 0 THEN
               ADD WS-LineaNeto TO WS-LB-Neto(WS-LB-Idx)
               ADD WS-LineaIVA TO WS-LB-IVA(WS-LB-Idx)
           END-IF
       EXIT.


      *> Escribe el comprobante en curso, una fila por tasa, con
      *> el CUIT del cliente de su ficha.
       Volcar-Comprobante-Venta.
           IF WS-CV-Activo = 'S' THEN
               INITIALIZE LV-Rec
               MOVE WS-CV-Fecha TO LV-Fecha
               MOVE WS-CV-Tipo TO LV-Tipo
               MOVE WS-CV-Letra TO LV-Letra
               MOVE WS-CV-Punto-Venta TO LV-Punto-Venta
               MOVE WS-CV-Numero TO LV-Numero
               MOVE WS-CV-Cliente TO LV-Cliente
               MOVE WS-CV-Condicion-IVA TO LV-Condicion-IVA
               IF WS-ClientesAbierto = 'S' THEN
                   MOVE WS-CV-Cliente TO CLI-Codigo
                   READ Clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-CUIT TO LV-CUIT
                           IF LV-Condicion-IVA = SPACES THEN
                               MOVE CLI-Condicion-IVA
                                   TO LV-Condicion-IVA
                           END-IF
                   END-READ
               END-IF
               MOVE WS-CV-Total TO LV-Total
               MOVE WS-CV-Percepcion TO LV-Percepcion-IIBB
               IF WS-LB-Usadas = 0 THEN
                   WRITE LV-Rec
                   ADD 1 TO WS-RegVentas
               END-IF
               PERFORM VARYING WS-LB-Idx FROM 1 BY 1
                       UNTIL WS-LB-Idx > WS-LB-Usadas
                   MOVE WS-LB-Tasa(WS-LB-Idx) TO LV-Tasa
                   MOVE WS-LB-Neto(WS-LB-Idx) TO LV-Neto
                   MOVE WS-LB-IVA(WS-LB-Idx) TO LV-IVA
                   WRITE LV-Rec
                   ADD 1 TO WS-RegVentas
                   MOVE 0 TO LV-Total
                   MOVE 0 TO LV-Percepcion-IIBB
               END-PERFORM
               MOVE 'N' TO WS-CV-Activo
           END-IF
       EXIT.


      *> Compras por fecha de registracion, igual que la posicion.
      *> Los comprobantes B y C (y los anteriores a la
      *> discriminacion) van enteros a no gravado.
       Libro-Compras.
           OPEN INPUT FacturasProv
           IF WS-FacProvStatus = "00" THEN
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
                           COMPUTE WS-FacturaMes =
                               (FP-Ano * 100) + FP-Mes
                           IF FP-Numero > 0 AND FP-Linea = 0 AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               PERFORM Escribir-Compra
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE FacturasProv
           END-IF
       EXIT.


       Escribir-Compra.
           INITIALIZE LC-Rec
           IF FP-Fecha-Factura > 0 THEN
               MOVE FP-Fecha-Factura TO LC-Fecha
           ELSE
               COMPUTE LC-Fecha = (FP-Ano * 10000) + (FP-Mes * 100)
                   + FP-Dia
           END-IF
           MOVE FP-Letra TO LC-Letra
           MOVE FP-Factura-Prov TO LC-Comprobante
           MOVE FP-Proveedor TO LC-Proveedor
           IF WS-ProvAbierto = 'S' THEN
               MOVE FP-Proveedor TO PROV-Codigo
               READ Proveedores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROV-CUIT TO LC-CUIT
                       MOVE PROV-Nombre TO LC-Nombre
               END-READ
           END-IF
           MOVE FP-Importe TO LC-Total
           IF FP-Letra = SPACES THEN
               MOVE FP-Importe TO LC-No-Gravado
           ELSE
               MOVE FP-Exento TO LC-Exento
               MOVE FP-No-Gravado TO LC-No-Gravado
           END-IF
           IF FP-Alicuotas-Usadas = 0 THEN
               WRITE LC-Rec
               ADD 1 TO WS-RegCompras
           END-IF
           PERFORM VARYING WS-AL-Idx FROM 1 BY 1
                   UNTIL WS-AL-Idx > FP-Alicuotas-Usadas
               MOVE FP-AL-Tasa(WS-AL-Idx) TO LC-Tasa
               MOVE FP-AL-Neto(WS-AL-Idx) TO LC-Neto
               MOVE FP-AL-IVA(WS-AL-Idx) TO LC-IVA
               WRITE LC-Rec
               ADD 1 TO WS-RegCompras
               MOVE 0 TO LC-Exento
               MOVE 0 TO LC-No-Gravado
               MOVE 0 TO LC-Total
           END-PERFORM
       EXIT.


      *> Carga el padron mensual de una jurisdiccion en
      *> Padron-IIBB.DAT: alta o reemplazo por CUIT. Los CUIT que
      *> dejaron de figurar quedan con la vigencia del padron
      *> anterior y dejan de percibirse solos.
       Importar-Padron.
           DISPLAY "Jurisdiccion (901 a 924): "
           MOVE SPACES TO WS-Jurisdiccion
           ACCEPT WS-Jurisdiccion
           PERFORM Pedir-Mes
           IF WS-Jurisdiccion IS NOT NUMERIC OR
                   WS-Jurisdiccion < "901" OR
                   WS-Jurisdiccion > "924" THEN
               DISPLAY "Jurisdiccion no valida."
           ELSE
               IF WS-AnoMes > 0 THEN
                   MOVE SPACES TO WS-NombreArchPadron
                   STRING "Padron-IIBB-" WS-Jurisdiccion "-"
                       WS-AnoMes ".TXT"
                       DELIMITED BY SIZE INTO WS-NombreArchPadron
                   PERFORM Cargar-Padron
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Padron.
           MOVE 0 TO WS-Leidos
           MOVE 0 TO WS-Cargados
           MOVE 0 TO WS-Rechazados
           OPEN INPUT ArchivoPadron
           IF WS-ArchPadronStatus NOT = "00" THEN
               DISPLAY "No se encuentra "
                   FUNCTION TRIM(WS-NombreArchPadron)
           ELSE
               OPEN I-O PadronIIBB
               IF WS-PadronStatus = "35" THEN
                   CLOSE PadronIIBB
                   OPEN OUTPUT PadronIIBB
                   CLOSE PadronIIBB
                   OPEN I-O PadronIIBB
               END-IF
               IF WS-PadronStatus NOT = "00" THEN
                   CALL "Errores" USING WS-PadronStatus
               ELSE
                   MOVE 'N' TO WS-EOF-Flag
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ ArchivoPadron
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               ADD 1 TO WS-Leidos
                               PERFORM Grabar-Padron
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE PadronIIBB
               END-IF
               CLOSE ArchivoPadron
               DISPLAY "Padron " WS-Jurisdiccion " " WS-AnoMes
                   ": leidos " WS-Leidos " cargados " WS-Cargados
                   " rechazados " WS-Rechazados
           END-IF
       EXIT.


       Grabar-Padron.
           IF AP-CUIT IS NOT NUMERIC OR AP-Desde IS NOT NUMERIC OR
                   AP-Hasta IS NOT NUMERIC OR
                   AP-Alicuota IS NOT NUMERIC THEN
               ADD 1 TO WS-Rechazados
           ELSE
               MOVE AP-CUIT TO PI-CUIT
               MOVE WS-Jurisdiccion TO PI-Jurisdiccion
               READ PadronIIBB
                   INVALID KEY
                       PERFORM Mover-Padron
                       WRITE PI-Rec
                   NOT INVALID KEY
                       PERFORM Mover-Padron
                       REWRITE PI-Rec
               END-READ
               IF WS-PadronStatus = "00" THEN
                   ADD 1 TO WS-Cargados
               ELSE
                   ADD 1 TO WS-Rechazados
               END-IF
           END-IF
       EXIT.


       Mover-Padron.
           MOVE AP-CUIT TO PI-CUIT
           MOVE WS-Jurisdiccion TO PI-Jurisdiccion
           MOVE AP-Alicuota TO PI-Alicuota
           MOVE AP-Desde TO PI-Desde
           MOVE AP-Hasta TO PI-Hasta
           MOVE WS-AnoMes TO PI-Periodo
       EXIT.


      *> Percepciones practicadas en el mes, de las facturas
      *> autorizadas, menos las que revirtieron las notas de
      *> credito del mes: informe por jurisdiccion (pantalla y
      *> Percepciones-IIBB-AAAAMM.TXT) y un archivo de declaracion
      *> por jurisdiccion, DDJJ-IIBB-jjj-AAAAMM.TXT.
       Percepciones-Mes.
           PERFORM Pedir-Mes
           IF WS-AnoMes > 0 THEN
               MOVE 0 TO WS-PJ-Usadas
               MOVE 0 TO WS-TotPercepcion
               OPEN INPUT Facturas
               IF WS-FacturasStatus NOT = "00" THEN
                   DISPLAY "No hay facturas registradas."
               ELSE
                   PERFORM Acumular-Percepciones
                   PERFORM Restar-Percepciones-Notas
                   MOVE 'N' TO WS-ClientesAbierto
                   OPEN INPUT Clientes
                   IF WS-ClientesStatus = "00" THEN
                       MOVE 'S' TO WS-ClientesAbierto
                   END-IF
                   PERFORM VARYING WS-PJ-Idx FROM 1 BY 1
                           UNTIL WS-PJ-Idx > WS-PJ-Usadas
                       PERFORM Generar-DDJJ
                   END-PERFORM
                   IF WS-ClientesAbierto = 'S' THEN
                       CLOSE Clientes
                   END-IF
                   CLOSE Facturas
                   PERFORM Informe-Percepciones
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Percepciones.
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
                       COMPUTE WS-FacturaMes = (FA-Ano * 100) + FA-Mes
                       IF FA-Numero > 0 AND FA-Linea = 0 AND
                               FA-Percepcion-IIBB > 0 AND
                               (FA-Estado-CAE = SPACES OR
                                FA-Estado-CAE = "AUTORIZADA") AND
                               WS-FacturaMes = WS-AnoMes THEN
                           PERFORM Acumular-Percepcion
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Acumular-Percepcion.
           MOVE FA-Jurisdiccion TO WS-Jurisdiccion
           PERFORM Ubicar-Jurisdiccion
           IF WS-PJ-Idx > 0 THEN
               ADD 1 TO WS-PJ-Facturas(WS-PJ-Idx)
               ADD FA-Neto TO WS-PJ-Base(WS-PJ-Idx)
               ADD FA-Percepcion-IIBB TO WS-PJ-Percepcion(WS-PJ-Idx)
               ADD FA-Percepcion-IIBB TO WS-TotPercepcion
           END-IF
       EXIT.


       Ubicar-Jurisdiccion.
           MOVE 'N' TO WS-PJ-Hallada
           PERFORM VARYING WS-PJ-Idx FROM 1 BY 1
                   UNTIL WS-PJ-Idx > WS-PJ-Usadas
                   OR WS-PJ-Hallada = 'S'
               IF WS-PJ-Jurisdiccion(WS-PJ-Idx) = WS-Jurisdiccion
                       THEN
                   MOVE 'S' TO WS-PJ-Hallada
               END-IF
           END-PERFORM
           IF WS-PJ-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-PJ-Idx
           ELSE
               IF WS-PJ-Usadas < 24 THEN
                   ADD 1 TO WS-PJ-Usadas
                   MOVE WS-PJ-Usadas TO WS-PJ-Idx
                   MOVE WS-Jurisdiccion
                       TO WS-PJ-Jurisdiccion(WS-PJ-Idx)
                   MOVE 0 TO WS-PJ-Facturas(WS-PJ-Idx)
                   MOVE 0 TO WS-PJ-Notas(WS-PJ-Idx)
                   MOVE 0 TO WS-PJ-Base(WS-PJ-Idx)
                   MOVE 0 TO WS-PJ-Percepcion(WS-PJ-Idx)
               ELSE
                   MOVE 0 TO WS-PJ-Idx
               END-IF
           END-IF
       EXIT.


      *> Las notas de credito se imputan al mes en que se emiten,
      *> como en la posicion de IVA; solo se emiten sobre facturas
      *> autorizadas, asi que todas cuentan.
       Restar-Percepciones-Notas.
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
                           COMPUTE WS-FacturaMes =
                               (NC-Ano * 100) + NC-Mes
                           IF NC-Numero > 0 AND NC-Linea = 0 AND
                                   NC-Percepcion-IIBB > 0 AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               PERFORM Restar-Percepcion-Nota
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
       EXIT.


       Restar-Percepcion-Nota.
           MOVE NC-Jurisdiccion TO WS-Jurisdiccion
           PERFORM Ubicar-Jurisdiccion
           IF WS-PJ-Idx > 0 THEN
               ADD 1 TO WS-PJ-Notas(WS-PJ-Idx)
               SUBTRACT NC-Neto FROM WS-PJ-Base(WS-PJ-Idx)
               SUBTRACT NC-Percepcion-IIBB
                   FROM WS-PJ-Percepcion(WS-PJ-Idx)
               SUBTRACT NC-Percepcion-IIBB FROM WS-TotPercepcion
           END-IF
       EXIT.


      *> Segunda pasada por las facturas del mes, solo las de la
      *> jurisdiccion WS-PJ-Idx, y despues por sus notas de
      *> credito.
       Generar-DDJJ.
           MOVE WS-PJ-Jurisdiccion(WS-PJ-Idx) TO WS-Jurisdiccion
           MOVE SPACES TO WS-NombreDDJJ
           STRING "DDJJ-IIBB-" WS-Jurisdiccion "-" WS-AnoMes ".TXT"
               DELIMITED BY SIZE INTO WS-NombreDDJJ
           OPEN OUTPUT DDJJ
           IF WS-DDJJStatus NOT = "00" THEN
               CALL "Errores" USING WS-DDJJStatus
           ELSE
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
                           COMPUTE WS-FacturaMes =
                               (FA-Ano * 100) + FA-Mes
                           IF FA-Numero > 0 AND FA-Linea = 0 AND
                                   FA-Percepcion-IIBB > 0 AND
                                   FA-Jurisdiccion = WS-Jurisdiccion
                                   AND (FA-Estado-CAE = SPACES OR
                                    FA-Estado-CAE = "AUTORIZADA") AND
                                   WS-FacturaMes = WS-AnoMes THEN
                               PERFORM Escribir-DDJJ
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               PERFORM DDJJ-Notas
               CLOSE DDJJ
               DISPLAY "Declaracion " WS-Jurisdiccion ": "
                   FUNCTION TRIM(WS-NombreDDJJ)
           END-IF
       EXIT.


       Escribir-DDJJ.
           INITIALIZE DJ-Rec
           MOVE SPACES TO WS-ClienteCUIT
           IF WS-ClientesAbierto = 'S' THEN
               MOVE FA-Cliente TO CLI-Codigo
               READ Clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-CUIT TO WS-ClienteCUIT
               END-READ
           END-IF
           PERFORM Normalizar-CUIT
           MOVE WS-CUITPadron TO DJ-CUIT
           COMPUTE DJ-Fecha = (FA-Ano * 10000) + (FA-Mes * 100)
               + FA-Dia
           MOVE "FAC" TO DJ-Tipo
           MOVE FA-Letra TO DJ-Letra
           MOVE FA-Punto-Venta TO DJ-Punto-Venta
           IF FA-Numero-Legal > 0 THEN
               MOVE FA-Numero-Legal TO DJ-Numero
           ELSE
               MOVE FA-Numero TO DJ-Numero
           END-IF
           MOVE FA-Neto TO DJ-Base
           MOVE FA-Alicuota-IIBB TO DJ-Alicuota
           MOVE FA-Percepcion-IIBB TO DJ-Percepcion
           WRITE DJ-Rec
       EXIT.


       DDJJ-Notas.
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
                           COMPUTE WS-FacturaMes =
                               (NC-Ano * 100) + NC-Mes
                           IF NC-Numero > 0 AND NC-Linea = 0 AND
                                   NC-Percepcion-IIBB > 0 AND
                                   NC-Jurisdiccion = WS-Jurisdiccion
                                   AND WS-FacturaMes = WS-AnoMes THEN
                               PERFORM Escribir-DDJJ-Nota
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE NotasCredito
           END-IF
       EXIT.


      *> La nota toma letra y punto de venta de la factura que
      *> acredita, como en el libro de ventas.
       Escribir-DDJJ-Nota.
           INITIALIZE DJ-Rec
           MOVE SPACES TO WS-ClienteCUIT
           IF WS-ClientesAbierto = 'S' THEN
               MOVE NC-Cliente TO CLI-Codigo
               READ Clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-CUIT TO WS-ClienteCUIT
               END-READ
           END-IF
           PERFORM Normalizar-CUIT
           MOVE WS-CUITPadron TO DJ-CUIT
           COMPUTE DJ-Fecha = (NC-Ano * 10000) + (NC-Mes * 100)
               + NC-Dia
           MOVE "NC" TO DJ-Tipo
           MOVE NC-Factura TO FA-Numero
           MOVE 0 TO FA-Linea
           READ Facturas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FA-Letra TO DJ-Letra
                   MOVE FA-Punto-Venta TO DJ-Punto-Venta
           END-READ
           MOVE NC-Numero TO DJ-Numero
           MOVE NC-Neto TO DJ-Base
           MOVE NC-Alicuota-IIBB TO DJ-Alicuota
           MOVE NC-Percepcion-IIBB TO DJ-Percepcion
           WRITE DJ-Rec
       EXIT.


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


       Informe-Percepciones.
           MOVE SPACES TO WS-NombrePosicion
           STRING "Percepciones-IIBB-" WS-AnoMes ".TXT"
               DELIMITED BY SIZE INTO WS-NombrePosicion
           OPEN OUTPUT Posicion
           IF WS-PosicionStatus NOT = "00" THEN
               CALL "Errores" USING WS-PosicionStatus
           ELSE
               STRING "PERCEPCIONES DE INGRESOS BRUTOS DEL MES "
                   WS-AnoMes DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM VARYING WS-PJ-Idx FROM 1 BY 1
                       UNTIL WS-PJ-Idx > WS-PJ-Usadas
                   MOVE WS-PJ-Base(WS-PJ-Idx) TO WS-EdNeto
                   MOVE WS-PJ-Percepcion(WS-PJ-Idx) TO WS-EdImporte
                   STRING "Jurisdiccion " WS-PJ-Jurisdiccion(WS-PJ-Idx)
                       "  facturas " WS-PJ-Facturas(WS-PJ-Idx)
                       "  notas " WS-PJ-Notas(WS-PJ-Idx)
                       "  base " WS-EdNeto "  percibido "
                       WS-EdImporte
                       DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-PERFORM
               MOVE WS-TotPercepcion TO WS-EdImporte
               STRING "TOTAL PERCIBIDO: " WS-EdImporte
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Posicion
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombrePosicion)
           END-IF
       EXIT.
