       IDENTIFICATION DIVISION.
       PROGRAM-ID. Margen-Realizado AS "Margen-Realizado".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Facturas ASSIGN TO 'Facturas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-Clave
               FILE STATUS IS WS-FacturasStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Clientes ASSIGN TO 'Clientes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-Codigo
               FILE STATUS IS WS-ClientesStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Facturas.
           COPY FACTURA.

       FD  Productos.
           COPY PRODUCTO.

       FD  Clientes.
           COPY CLIENTE.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-FacturasStatus    PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ClientesStatus    PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

      *>   Un READ por clave que no encuentra cambia el status: la
      *>   apertura de cada archivo queda en su propia marca.
           01 WS-ProductosAbierto      PIC X(1).
           01 WS-ClientesAbierto       PIC X(1).

           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-AnoMes                PIC 9(6).
           01 WS-FacturaMes            PIC 9(6).
           01 WS-FacturaVigente        PIC X(1).
           01 WS-Cliente               PIC X(10).
           01 WS-Lista                 PIC X(3).
           01 WS-Categoria             PIC X(20).
           01 WS-Venta                 PIC S9(13)V99.
           01 WS-Costo                 PIC 9(13)V99.
           01 WS-Margen                PIC S9(13)V99.
           01 WS-Pct                   PIC S9(5)V99.
           01 WS-BajoCosto             PIC 9(1).
           01 WS-TotVenta              PIC S9(13)V99.
           01 WS-TotCosto              PIC 9(13)V99.
           01 WS-TotMargen             PIC S9(13)V99.
           01 WS-SinCosto              PIC 9(5).
           01 WS-SinCostoVenta         PIC S9(13)V99.
           01 WS-Desbordados           PIC 9(5).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "MARGEN-REA".
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-EdVenta               PIC -Z(12)9.99.
           01 WS-EdCosto               PIC Z(12)9.99.
           01 WS-EdMargen              PIC -Z(12)9.99.
           01 WS-EdPct                 PIC -Z(4)9.99.
           01 WS-I                     PIC 9(3).
           01 WS-J                     PIC 9(3).

      *>   Acumulados del mes. Cada tabla se ordena despues por
      *>   margen, de mayor a menor.
           01 WS-ClientesTabla.
               05 WS-MC-Entry OCCURS 200 TIMES.
                   10 WS-MC-Cliente        PIC X(10).
                   10 WS-MC-Lista          PIC X(3).
                   10 WS-MC-Venta          PIC S9(13)V99.
                   10 WS-MC-Costo          PIC 9(13)V99.
                   10 WS-MC-Margen         PIC S9(13)V99.
                   10 WS-MC-Bajo           PIC 9(5).
           01 WS-MC-Usadas             PIC 9(3).
           01 WS-MC-Idx                PIC 9(3).
           01 WS-MC-Temp               PIC X(71).

           01 WS-ProductosTabla.
               05 WS-MP-Entry OCCURS 300 TIMES.
                   10 WS-MP-Product-ID     PIC X(10).
                   10 WS-MP-Categoria      PIC X(20).
                   10 WS-MP-Venta          PIC S9(13)V99.
                   10 WS-MP-Costo          PIC 9(13)V99.
                   10 WS-MP-Margen         PIC S9(13)V99.
                   10 WS-MP-Bajo           PIC 9(5).
           01 WS-MP-Usadas             PIC 9(3).
           01 WS-MP-Idx                PIC 9(3).
           01 WS-MP-Temp               PIC X(80).

           01 WS-CategoriasTabla.
               05 WS-MG-Entry OCCURS 50 TIMES.
                   10 WS-MG-Categoria      PIC X(20).
                   10 WS-MG-Venta          PIC S9(13)V99.
                   10 WS-MG-Costo          PIC 9(13)V99.
                   10 WS-MG-Margen         PIC S9(13)V99.
                   10 WS-MG-Bajo           PIC 9(5).
           01 WS-MG-Usadas             PIC 9(3).
           01 WS-MG-Idx                PIC 9(3).
           01 WS-MG-Temp               PIC X(70).

      *>   Por lista de precios del cliente (MAY/MIN/EMP, en
      *>   blanco el precio general): lo que responde si una lista
      *>   se vende por debajo del costo.
           01 WS-ListasTabla.
               05 WS-ML-Entry OCCURS 20 TIMES.
                   10 WS-ML-Lista          PIC X(3).
                   10 WS-ML-Venta          PIC S9(13)V99.
                   10 WS-ML-Costo          PIC 9(13)V99.
                   10 WS-ML-Margen         PIC S9(13)V99.
                   10 WS-ML-Lineas         PIC 9(5).
                   10 WS-ML-Bajo           PIC 9(5).
           01 WS-ML-Usadas             PIC 9(3).
           01 WS-ML-Idx                PIC 9(3).

      *>   Lineas vendidas por debajo del costo, con su detalle.
           01 WS-BajoCostoTabla.
               05 WS-BC-Entry OCCURS 300 TIMES.
                   10 WS-BC-Factura        PIC 9(6).
                   10 WS-BC-Cliente        PIC X(10).
                   10 WS-BC-Lista          PIC X(3).
                   10 WS-BC-Product-ID     PIC X(10).
                   10 WS-BC-Cantidad       PIC 9(7).
                   10 WS-BC-Venta          PIC S9(13)V99.
                   10 WS-BC-Costo          PIC 9(13)V99.
           01 WS-BC-Usadas             PIC 9(3).
           01 WS-BC-Idx                PIC 9(3).
           01 WS-BC-Total              PIC 9(5).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           DISPLAY "------- Margen Bruto Realizado -------"
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
               OPEN INPUT Facturas
               IF WS-FacturasStatus NOT = "00" THEN
                   DISPLAY "No hay facturas registradas."
               ELSE
                   PERFORM Abrir-Auxiliares
                   PERFORM Acumular-Mes
                   PERFORM Cerrar-Auxiliares
                   CLOSE Facturas
                   PERFORM Ordenar-Clientes
                   PERFORM Ordenar-Productos
                   PERFORM Ordenar-Categorias
                   PERFORM Emitir-Informe
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Abrir-Auxiliares.
           MOVE 'N' TO WS-ProductosAbierto
           MOVE 'N' TO WS-ClientesAbierto
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE 'S' TO WS-ProductosAbierto
           END-IF
           OPEN INPUT Clientes
           IF WS-ClientesStatus = "00" THEN
               MOVE 'S' TO WS-ClientesAbierto
           END-IF
       EXIT.


       Cerrar-Auxiliares.
           IF WS-ProductosAbierto = 'S' THEN
               CLOSE Productos
           END-IF
           IF WS-ClientesAbierto = 'S' THEN
               CLOSE Clientes
           END-IF
       EXIT.


      *> Facturas autorizadas emitidas en el mes. Las lineas siguen
      *> a su cabecera en la clave y toman de ella cliente y lista.
       Acumular-Mes.
           MOVE 0 TO WS-MC-Usadas
           MOVE 0 TO WS-MP-Usadas
           MOVE 0 TO WS-MG-Usadas
           MOVE 0 TO WS-ML-Usadas
           MOVE 0 TO WS-BC-Usadas
           MOVE 0 TO WS-BC-Total
           MOVE 0 TO WS-TotVenta
           MOVE 0 TO WS-TotCosto
           MOVE 0 TO WS-TotMargen
           MOVE 0 TO WS-SinCosto
           MOVE 0 TO WS-SinCostoVenta
           MOVE 0 TO WS-Desbordados
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
       EXIT.


       Evaluar-Cabecera.
           MOVE 'N' TO WS-FacturaVigente
           COMPUTE WS-FacturaMes = (FA-Ano * 100) + FA-Mes
           IF WS-FacturaMes = WS-AnoMes AND
                   (FA-Estado-CAE = SPACES OR
                   FA-Estado-CAE = "AUTORIZADA") THEN
               MOVE 'S' TO WS-FacturaVigente
               MOVE FA-Cliente TO WS-Cliente
               MOVE SPACES TO WS-Lista
               IF WS-ClientesAbierto = 'S' THEN
                   MOVE FA-Cliente TO CLI-Codigo
                   READ Clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-Lista TO WS-Lista
                   END-READ
               END-IF
           END-IF
       EXIT.


      *> Neto real = facturado menos acreditado; costo = costo del
      *> remito por las unidades que no volvieron. Una linea sin
      *> costo registrado no entra al margen: se cuenta aparte.
       Acumular-Linea.
           COMPUTE WS-Venta = FA-Importe - FA-Importe-Acreditado
           IF FA-Costo-Unitario = 0 THEN
               ADD 1 TO WS-SinCosto
               ADD WS-Venta TO WS-SinCostoVenta
           ELSE
               COMPUTE WS-Costo = FA-Costo-Unitario *
                   (FA-Cantidad - FA-Cantidad-Devuelta)
               COMPUTE WS-Margen = WS-Venta - WS-Costo
               MOVE 0 TO WS-BajoCosto
               IF WS-Margen < 0 THEN
                   MOVE 1 TO WS-BajoCosto
                   PERFORM Registrar-Bajo-Costo
               END-IF
               ADD WS-Venta TO WS-TotVenta
               ADD WS-Costo TO WS-TotCosto
               ADD WS-Margen TO WS-TotMargen
               MOVE SPACES TO WS-Categoria
               IF WS-ProductosAbierto = 'S' THEN
                   MOVE FA-Product-ID TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE P-Categoria TO WS-Categoria
                   END-READ
               END-IF
               PERFORM Acumular-Cliente
               PERFORM Acumular-Producto
               PERFORM Acumular-Categoria
               PERFORM Acumular-Lista
           END-IF
       EXIT.


       Registrar-Bajo-Costo.
           ADD 1 TO WS-BC-Total
           IF WS-BC-Usadas < 300 THEN
               ADD 1 TO WS-BC-Usadas
               MOVE FA-Numero TO WS-BC-Factura(WS-BC-Usadas)
               MOVE WS-Cliente TO WS-BC-Cliente(WS-BC-Usadas)
               MOVE WS-Lista TO WS-BC-Lista(WS-BC-Usadas)
               MOVE FA-Product-ID TO WS-BC-Product-ID(WS-BC-Usadas)
               MOVE FA-Cantidad TO WS-BC-Cantidad(WS-BC-Usadas)
               MOVE WS-Venta TO WS-BC-Venta(WS-BC-Usadas)
               MOVE WS-Costo TO WS-BC-Costo(WS-BC-Usadas)
           END-IF
       EXIT.


       Acumular-Cliente.
           MOVE 0 TO WS-I
           PERFORM VARYING WS-MC-Idx FROM 1 BY 1
                   UNTIL WS-MC-Idx > WS-MC-Usadas OR WS-I > 0
               IF WS-MC-Cliente(WS-MC-Idx) = WS-Cliente THEN
                   MOVE WS-MC-Idx TO WS-I
               END-IF
           END-PERFORM
           IF WS-I = 0 THEN
               IF WS-MC-Usadas < 200 THEN
                   ADD 1 TO WS-MC-Usadas
                   MOVE WS-MC-Usadas TO WS-I
                   MOVE WS-Cliente TO WS-MC-Cliente(WS-I)
                   MOVE WS-Lista TO WS-MC-Lista(WS-I)
                   MOVE 0 TO WS-MC-Venta(WS-I)
                   MOVE 0 TO WS-MC-Costo(WS-I)
                   MOVE 0 TO WS-MC-Margen(WS-I)
                   MOVE 0 TO WS-MC-Bajo(WS-I)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-I > 0 THEN
               ADD WS-Venta TO WS-MC-Venta(WS-I)
               ADD WS-Costo TO WS-MC-Costo(WS-I)
               ADD WS-Margen TO WS-MC-Margen(WS-I)
               ADD WS-BajoCosto TO WS-MC-Bajo(WS-I)
           END-IF
       EXIT.


       Acumular-Producto.
           MOVE 0 TO WS-I
           PERFORM VARYING WS-MP-Idx FROM 1 BY 1
                   UNTIL WS-MP-Idx > WS-MP-Usadas OR WS-I > 0
               IF WS-MP-Product-ID(WS-MP-Idx) = FA-Product-ID THEN
                   MOVE WS-MP-Idx TO WS-I
               END-IF
           END-PERFORM
           IF WS-I = 0 THEN
               IF WS-MP-Usadas < 300 THEN
                   ADD 1 TO WS-MP-Usadas
                   MOVE WS-MP-Usadas TO WS-I
                   MOVE FA-Product-ID TO WS-MP-Product-ID(WS-I)
                   MOVE WS-Categoria TO WS-MP-Categoria(WS-I)
                   MOVE 0 TO WS-MP-Venta(WS-I)
                   MOVE 0 TO WS-MP-Costo(WS-I)
                   MOVE 0 TO WS-MP-Margen(WS-I)
                   MOVE 0 TO WS-MP-Bajo(WS-I)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-I > 0 THEN
               ADD WS-Venta TO WS-MP-Venta(WS-I)
               ADD WS-Costo TO WS-MP-Costo(WS-I)
               ADD WS-Margen TO WS-MP-Margen(WS-I)
               ADD WS-BajoCosto TO WS-MP-Bajo(WS-I)
           END-IF
       EXIT.


       Acumular-Categoria.
           MOVE 0 TO WS-I
           PERFORM VARYING WS-MG-Idx FROM 1 BY 1
                   UNTIL WS-MG-Idx > WS-MG-Usadas OR WS-I > 0
               IF WS-MG-Categoria(WS-MG-Idx) = WS-Categoria THEN
                   MOVE WS-MG-Idx TO WS-I
               END-IF
           END-PERFORM
           IF WS-I = 0 THEN
               IF WS-MG-Usadas < 50 THEN
                   ADD 1 TO WS-MG-Usadas
                   MOVE WS-MG-Usadas TO WS-I
                   MOVE WS-Categoria TO WS-MG-Categoria(WS-I)
                   MOVE 0 TO WS-MG-Venta(WS-I)
                   MOVE 0 TO WS-MG-Costo(WS-I)
                   MOVE 0 TO WS-MG-Margen(WS-I)
                   MOVE 0 TO WS-MG-Bajo(WS-I)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-I > 0 THEN
               ADD WS-Venta TO WS-MG-Venta(WS-I)
               ADD WS-Costo TO WS-MG-Costo(WS-I)
               ADD WS-Margen TO WS-MG-Margen(WS-I)
               ADD WS-BajoCosto TO WS-MG-Bajo(WS-I)
           END-IF
       EXIT.


       Acumular-Lista.
           MOVE 0 TO WS-I
           PERFORM VARYING WS-ML-Idx FROM 1 BY 1
                   UNTIL WS-ML-Idx > WS-ML-Usadas OR WS-I > 0
               IF WS-ML-Lista(WS-ML-Idx) = WS-Lista THEN
                   MOVE WS-ML-Idx TO WS-I
               END-IF
           END-PERFORM
           IF WS-I = 0 THEN
               IF WS-ML-Usadas < 20 THEN
                   ADD 1 TO WS-ML-Usadas
                   MOVE WS-ML-Usadas TO WS-I
                   MOVE WS-Lista TO WS-ML-Lista(WS-I)
                   MOVE 0 TO WS-ML-Venta(WS-I)
                   MOVE 0 TO WS-ML-Costo(WS-I)
                   MOVE 0 TO WS-ML-Margen(WS-I)
                   MOVE 0 TO WS-ML-Lineas(WS-I)
                   MOVE 0 TO WS-ML-Bajo(WS-I)
               ELSE
                   ADD 1 TO WS-Desbordados
               END-IF
           END-IF
           IF WS-I > 0 THEN
               ADD WS-Venta TO WS-ML-Venta(WS-I)
               ADD WS-Costo TO WS-ML-Costo(WS-I)
               ADD WS-Margen TO WS-ML-Margen(WS-I)
               ADD 1 TO WS-ML-Lineas(WS-I)
               ADD WS-BajoCosto TO WS-ML-Bajo(WS-I)
           END-IF
       EXIT.


      *> Ordenamiento por intercambio, de mayor a menor margen.
       Ordenar-Clientes.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-MC-Usadas
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MC-Usadas - WS-I
                   IF WS-MC-Margen(WS-J) < WS-MC-Margen(WS-J + 1)
                       THEN
                       MOVE WS-MC-Entry(WS-J) TO WS-MC-Temp
                       MOVE WS-MC-Entry(WS-J + 1) TO
                           WS-MC-Entry(WS-J)
                       MOVE WS-MC-Temp TO WS-MC-Entry(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Ordenar-Productos.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-MP-Usadas
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MP-Usadas - WS-I
                   IF WS-MP-Margen(WS-J) < WS-MP-Margen(WS-J + 1)
                       THEN
                       MOVE WS-MP-Entry(WS-J) TO WS-MP-Temp
                       MOVE WS-MP-Entry(WS-J + 1) TO
                           WS-MP-Entry(WS-J)
                       MOVE WS-MP-Temp TO WS-MP-Entry(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Ordenar-Categorias.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-MG-Usadas
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-MG-Usadas - WS-I
                   IF WS-MG-Margen(WS-J) < WS-MG-Margen(WS-J + 1)
                       THEN
                       MOVE WS-MG-Entry(WS-J) TO WS-MG-Temp
                       MOVE WS-MG-Entry(WS-J + 1) TO
                           WS-MG-Entry(WS-J)
                       MOVE WS-MG-Temp TO WS-MG-Entry(WS-J + 1)
                   END-IF
               END-PERFORM
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
               STRING "MARGEN BRUTO REALIZADO DEL MES " WS-AnoMes
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE WS-TotVenta TO WS-Venta
               MOVE WS-TotCosto TO WS-Costo
               MOVE WS-TotMargen TO WS-Margen
               MOVE "TOTAL" TO WS-Aux
               PERFORM Armar-Linea-Margen
               PERFORM Escribir-Listas
               PERFORM Escribir-Clientes
               PERFORM Escribir-Productos
               PERFORM Escribir-Categorias
               PERFORM Escribir-Bajo-Costo
               IF WS-SinCosto > 0 THEN
                   MOVE WS-SinCostoVenta TO WS-EdVenta
                   MOVE SPACES TO WS-Linea
                   STRING WS-SinCosto " linea(s) sin costo "
                       "registrado al despachar, por " WS-EdVenta
                       "; fuera del margen."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               IF WS-Desbordados > 0 THEN
                   MOVE SPACES TO WS-Linea
                   STRING "AVISO: " WS-Desbordados " acumulado(s) "
                       "fuera de las tablas del informe."
                       DELIMITED SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
               CLOSE Informe
               DISPLAY "Informe en " FUNCTION TRIM(WS-NombreInforme)
           END-IF
       EXIT.


      *> Una linea con WS-Aux de titulo y los importes de
      *> WS-Venta, WS-Costo y WS-Margen.
       Armar-Linea-Margen.
           IF WS-Venta NOT = 0 THEN
               COMPUTE WS-Pct ROUNDED = WS-Margen * 100 / WS-Venta
           ELSE
               MOVE 0 TO WS-Pct
           END-IF
           MOVE WS-Venta TO WS-EdVenta
           MOVE WS-Costo TO WS-EdCosto
           MOVE WS-Margen TO WS-EdMargen
           MOVE WS-Pct TO WS-EdPct
           MOVE SPACES TO WS-Linea
           STRING WS-Aux " " WS-EdVenta " " WS-EdCosto " "
               WS-EdMargen " " WS-EdPct "%"
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Listas.
           MOVE "POR LISTA DE PRECIOS: neto real / costo / margen / "
               & "% / lineas / lineas bajo costo" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-ML-Idx FROM 1 BY 1
                   UNTIL WS-ML-Idx > WS-ML-Usadas
               MOVE WS-ML-Venta(WS-ML-Idx) TO WS-Venta
               MOVE WS-ML-Costo(WS-ML-Idx) TO WS-Costo
               MOVE WS-ML-Margen(WS-ML-Idx) TO WS-Margen
               MOVE SPACES TO WS-Aux
               IF WS-ML-Lista(WS-ML-Idx) = SPACES THEN
                   MOVE "GENERAL" TO WS-Aux
               ELSE
                   MOVE WS-ML-Lista(WS-ML-Idx) TO WS-Aux
               END-IF
               PERFORM Armar-Linea-Margen
               MOVE SPACES TO WS-Linea
               STRING "    lineas " WS-ML-Lineas(WS-ML-Idx)
                   "  bajo costo " WS-ML-Bajo(WS-ML-Idx)
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
       EXIT.


       Escribir-Clientes.
           MOVE "RANKING DE CLIENTES: neto real / costo / margen / %"
               TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-MC-Idx FROM 1 BY 1
                   UNTIL WS-MC-Idx > WS-MC-Usadas
               MOVE WS-MC-Venta(WS-MC-Idx) TO WS-Venta
               MOVE WS-MC-Costo(WS-MC-Idx) TO WS-Costo
               MOVE WS-MC-Margen(WS-MC-Idx) TO WS-Margen
               MOVE SPACES TO WS-Aux
               STRING WS-MC-Cliente(WS-MC-Idx) " "
                   WS-MC-Lista(WS-MC-Idx)
                   DELIMITED SIZE INTO WS-Aux
               PERFORM Armar-Linea-Margen
           END-PERFORM
       EXIT.


       Escribir-Productos.
           MOVE "RANKING DE PRODUCTOS: neto real / costo / margen / "
               & "%" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-MP-Idx FROM 1 BY 1
                   UNTIL WS-MP-Idx > WS-MP-Usadas
               MOVE WS-MP-Venta(WS-MP-Idx) TO WS-Venta
               MOVE WS-MP-Costo(WS-MP-Idx) TO WS-Costo
               MOVE WS-MP-Margen(WS-MP-Idx) TO WS-Margen
               MOVE WS-MP-Product-ID(WS-MP-Idx) TO WS-Aux
               PERFORM Armar-Linea-Margen
           END-PERFORM
       EXIT.


       Escribir-Categorias.
           MOVE "RANKING DE CATEGORIAS: neto real / costo / margen / "
               & "%" TO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-MG-Idx FROM 1 BY 1
                   UNTIL WS-MG-Idx > WS-MG-Usadas
               MOVE WS-MG-Venta(WS-MG-Idx) TO WS-Venta
               MOVE WS-MG-Costo(WS-MG-Idx) TO WS-Costo
               MOVE WS-MG-Margen(WS-MG-Idx) TO WS-Margen
               MOVE WS-MG-Categoria(WS-MG-Idx) TO WS-Aux
               PERFORM Armar-Linea-Margen
           END-PERFORM
       EXIT.


       Escribir-Bajo-Costo.
           MOVE SPACES TO WS-Linea
           STRING "LINEAS VENDIDAS BAJO COSTO: " WS-BC-Total
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-BC-Idx FROM 1 BY 1
                   UNTIL WS-BC-Idx > WS-BC-Usadas
               MOVE WS-BC-Venta(WS-BC-Idx) TO WS-EdVenta
               MOVE WS-BC-Costo(WS-BC-Idx) TO WS-EdCosto
               MOVE SPACES TO WS-Linea
               STRING "FAC " WS-BC-Factura(WS-BC-Idx) " "
                   WS-BC-Cliente(WS-BC-Idx) " "
                   WS-BC-Lista(WS-BC-Idx) " "
                   WS-BC-Product-ID(WS-BC-Idx) " x "
                   WS-BC-Cantidad(WS-BC-Idx) " neto " WS-EdVenta
                   " costo " WS-EdCosto
                   DELIMITED SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
