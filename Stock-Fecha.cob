       IDENTIFICATION DIVISION.
       PROGRAM-ID. Stock-Fecha AS "Stock-Fecha".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT MovCerrado ASSIGN TO WS-NombreCerrado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CerradoStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

           SELECT SalidaCSV ASSIGN TO WS-NombreCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSVStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Productos.
           COPY PRODUCTO.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  MovCerrado.
       01  Cerrado-Rec                 PIC X(124).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       FD  SalidaCSV.
       01  CSV-Linea                   PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-CerradoStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-CSVStatus         PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-LineaCSV              PIC X(200).
           01 WS-NombreInforme         PIC X(40).
           01 WS-NombreCerrado         PIC X(40).
           01 WS-NombreCSV             PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-Delim                 PIC X(1).
           01 WS-DelimOp               PIC 9(1).

      *>   Fecha de corte y recorrido de los meses rotados.
           01 WS-FechaCorte            PIC 9(8).
           01 WS-MesCorte              PIC 9(6).
           01 WS-MesActual             PIC 9(6).
           01 WS-AnoCursor             PIC 9(4).
           01 WS-MesCursor             PIC 9(2).
           01 WS-MovFecha              PIC 9(8).
           01 WS-MesesLeidos           PIC 9(3).
           01 WS-MovLeidos             PIC 9(9).
           01 WS-Desborde              PIC X(1).

      *>   Stock de cada producto movido desde el mes de corte:
      *>   'A' = se conoce el saldo al corte (ultimo movimiento
      *>   hasta esa fecha, o el SALDO de apertura del mes), 'P' =
      *>   solo hay movimientos posteriores y el saldo al corte es
      *>   el stock anterior al primero de ellos. Los productos que
      *>   no aparecen no se movieron desde el corte y conservan
      *>   su stock actual.
           01 WS-SF-Tabla.
               05 WS-SF-Entry OCCURS 999 TIMES.
                   10 WS-SF-Product-ID PIC X(10).
                   10 WS-SF-Estado     PIC X(1).
                   10 WS-SF-Stock      PIC 9(7).
                   10 WS-SF-Precio     PIC 9(5)V99.
                   10 WS-SF-Categoria  PIC X(20).
                   10 WS-SF-Sucursal   PIC X(4).
                   10 WS-SF-Listado    PIC X(1).
           01 WS-SF-Usados             PIC 9(4) VALUE 0.
           01 WS-SF-Idx                PIC 9(4).
           01 WS-SF-Busca              PIC 9(4).

      *>   Subtotales por sucursal.
           01 WS-SU-Tabla.
               05 WS-SU-Entry OCCURS 50 TIMES.
                   10 WS-SU-Sucursal   PIC X(4).
                   10 WS-SU-Cantidad   PIC 9(11).
                   10 WS-SU-Valor      PIC 9(13)V99.
           01 WS-SU-Usados             PIC 9(2) VALUE 0.
           01 WS-SU-Idx                PIC 9(2).
           01 WS-SU-Busca              PIC 9(2).

      *>   Valuacion del renglon y acumuladores.
           01 WS-PID                   PIC X(10).
           01 WS-Nombre                PIC X(30).
           01 WS-Categoria             PIC X(20).
           01 WS-Sucursal              PIC X(4).
           01 WS-StockFecha            PIC 9(7).
           01 WS-PrecioFecha           PIC 9(5)V99.
           01 WS-ValorFecha            PIC 9(13)V99.
           01 WS-Origen                PIC X(6).
           01 WS-CategoriaCorte        PIC X(20).
           01 WS-Hay-Categoria         PIC X(1).
           01 WS-SubCantidad           PIC 9(11).
           01 WS-SubValor              PIC 9(13)V99.
           01 WS-TotCantidad           PIC 9(11).
           01 WS-TotValor              PIC 9(13)V99.
           01 WS-Productos             PIC 9(7).
           01 WS-Reconstruidos         PIC 9(7).
           01 WS-Bajas                 PIC 9(5).
           01 WS-SinMovimiento         PIC 9(7).
           01 WS-StockEd               PIC Z(6)9.
           01 WS-PrecioEd              PIC Z(4)9.99.
           01 WS-ValorEd               PIC Z(12)9.99.
           01 WS-CantidadEd            PIC Z(10)9.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-MesActual = WS-HoyNum / 100
           DISPLAY "--- Stock y valor del catalogo a una fecha ---"
           PERFORM Pedir-Fecha
           IF WS-FechaCorte > 0 THEN
               PERFORM Elegir-Delimitador
               MOVE 0 TO WS-SF-Usados
               MOVE 'N' TO WS-Desborde
               PERFORM Recorrer-Meses-Cerrados
               PERFORM Recorrer-Movimientos
               IF WS-Desborde = 'S' THEN
                   DISPLAY "Desde el corte se movieron mas de 999 "
                       "productos distintos y la tabla no alcanza; "
                       "informe ABORTADO. Elegir una fecha mas "
                       "reciente o cerrar los meses pendientes."
               ELSE
                   PERFORM Emitir-Informe
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Pedir-Fecha.
           MOVE 0 TO WS-FechaCorte
           DISPLAY "Fecha de corte (AAAAMMDD): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaCorte
           END-IF
           IF WS-FechaCorte = 0 OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-FechaCorte)
                   NOT = 0 THEN
               DISPLAY "Fecha no valida."
               MOVE 0 TO WS-FechaCorte
           ELSE
               IF WS-FechaCorte > WS-HoyNum THEN
                   DISPLAY "La fecha de corte no puede ser futura."
                   MOVE 0 TO WS-FechaCorte
               ELSE
                   COMPUTE WS-MesCorte = WS-FechaCorte / 100
               END-IF
           END-IF
       EXIT.


       Elegir-Delimitador.
           DISPLAY "Delimitador del CSV: 1. Coma (,)  2. Pipe (|)"
           DISPLAY "Ingrese una Opcion: "
           ACCEPT WS-DelimOp
           EVALUATE WS-DelimOp
               WHEN 2
                   MOVE "|" TO WS-Delim
               WHEN OTHER
                   MOVE "," TO WS-Delim
           END-EVALUATE
       EXIT.


      *> Se arranca en el archivo rotado del mes de corte: el
      *> cierre mensual dejo al principio de ese mes el SALDO de
      *> apertura de cada producto con historia, asi que no hace
      *> falta leer los meses anteriores. De ahi se encadenan los
      *> meses siguientes que ya esten cerrados y el archivo vivo.
       Recorrer-Meses-Cerrados.
           MOVE 0 TO WS-MesesLeidos
           MOVE 0 TO WS-MovLeidos
           MOVE WS-MesCorte(1:4) TO WS-AnoCursor
           MOVE WS-MesCorte(5:2) TO WS-MesCursor
           PERFORM UNTIL ((WS-AnoCursor * 100) + WS-MesCursor)
                   > WS-MesActual
               PERFORM Leer-Mes-Cerrado
               IF WS-MesCursor = 12 THEN
                   MOVE 1 TO WS-MesCursor
                   ADD 1 TO WS-AnoCursor
               ELSE
                   ADD 1 TO WS-MesCursor
               END-IF
           END-PERFORM
       EXIT.


       Leer-Mes-Cerrado.
           MOVE SPACES TO WS-NombreCerrado
           STRING "Movimientos-" WS-AnoCursor WS-MesCursor ".DAT"
               DELIMITED BY SIZE INTO WS-NombreCerrado
           OPEN INPUT MovCerrado
           IF WS-CerradoStatus = "00" THEN
               ADD 1 TO WS-MesesLeidos
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovCerrado
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Aplicar-Movimiento
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE MovCerrado
           END-IF
       EXIT.


       Recorrer-Movimientos.
           OPEN INPUT Movimientos
           IF WS-MovStatus = "00" THEN
               MOVE LOW-VALUES TO MOV-Clave
               START Movimientos KEY IS NOT LESS THAN MOV-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Aplicar-Movimiento
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
           DISPLAY "Meses cerrados leidos: " WS-MesesLeidos
               " - movimientos aplicados: " WS-MovLeidos
       EXIT.


      *> Los archivos vienen en orden de producto y fecha dentro de
      *> cada mes, y los meses en orden: el ultimo movimiento hasta
      *> el corte pisa a los anteriores, y el primero posterior
      *> solo cuenta si antes no hubo ninguno.
       Aplicar-Movimiento.
           ADD 1 TO WS-MovLeidos
           COMPUTE WS-MovFecha =
               (MOV-Ano * 10000) + (MOV-Mes * 100) + MOV-Dia
           PERFORM Ubicar-Producto
           IF WS-SF-Idx > 0 THEN
               IF WS-MovFecha <= WS-FechaCorte THEN
                   MOVE 'A' TO WS-SF-Estado(WS-SF-Idx)
                   IF MOV-Operacion = "BAJA" THEN
                       MOVE 0 TO WS-SF-Stock(WS-SF-Idx)
                   ELSE
                       MOVE MOV-Stock-Despues
                           TO WS-SF-Stock(WS-SF-Idx)
                   END-IF
                   MOVE MOV-Precio-Despues TO WS-SF-Precio(WS-SF-Idx)
                   MOVE MOV-Sucursal TO WS-SF-Sucursal(WS-SF-Idx)
                   PERFORM Categoria-Movimiento
               ELSE
                   IF WS-SF-Estado(WS-SF-Idx) = 'N' THEN
                       MOVE 'P' TO WS-SF-Estado(WS-SF-Idx)
                       MOVE MOV-Stock-Antes TO WS-SF-Stock(WS-SF-Idx)
                       MOVE MOV-Precio-Antes
                           TO WS-SF-Precio(WS-SF-Idx)
                       MOVE MOV-Sucursal
                           TO WS-SF-Sucursal(WS-SF-Idx)
                       PERFORM Categoria-Movimiento
                   END-IF
               END-IF
           END-IF
       EXIT.


      *> Los traslados y transferencias llevan ubicaciones o
      *> sucursales en los campos de categoria, y el consumo
      *> interno el centro de costo en el de despues.
       Categoria-Movimiento.
           EVALUATE MOV-Operacion
               WHEN "TRASLA"
               WHEN "TRANSF"
                   CONTINUE
               WHEN "CONINT"
                   MOVE MOV-Categoria-Antes
                       TO WS-SF-Categoria(WS-SF-Idx)
               WHEN OTHER
                   IF MOV-Categoria-Despues NOT = SPACES THEN
                       MOVE MOV-Categoria-Despues
                           TO WS-SF-Categoria(WS-SF-Idx)
                   ELSE
                       IF MOV-Categoria-Antes NOT = SPACES THEN
                           MOVE MOV-Categoria-Antes
                               TO WS-SF-Categoria(WS-SF-Idx)
                       END-IF
                   END-IF
           END-EVALUATE
       EXIT.


       Ubicar-Producto.
           MOVE 0 TO WS-SF-Idx
           PERFORM VARYING WS-SF-Busca FROM 1 BY 1
                   UNTIL WS-SF-Busca > WS-SF-Usados
                   OR WS-SF-Idx > 0
               IF WS-SF-Product-ID(WS-SF-Busca) = MOV-Product-ID
                   THEN
                   MOVE WS-SF-Busca TO WS-SF-Idx
               END-IF
           END-PERFORM
           IF WS-SF-Idx = 0 THEN
               IF WS-SF-Usados < 999 THEN
                   ADD 1 TO WS-SF-Usados
                   MOVE WS-SF-Usados TO WS-SF-Idx
                   MOVE MOV-Product-ID TO WS-SF-Product-ID(WS-SF-Idx)
                   MOVE 'N' TO WS-SF-Estado(WS-SF-Idx)
                   MOVE 0 TO WS-SF-Stock(WS-SF-Idx)
                   MOVE 0 TO WS-SF-Precio(WS-SF-Idx)
                   MOVE SPACES TO WS-SF-Categoria(WS-SF-Idx)
                   MOVE SPACES TO WS-SF-Sucursal(WS-SF-Idx)
                   MOVE 'N' TO WS-SF-Listado(WS-SF-Idx)
               ELSE
                   MOVE 'S' TO WS-Desborde
               END-IF
           END-IF
       EXIT.


      *> El catalogo se recorre por categoria para cortar los
      *> subtotales; despues se agregan los productos que tenian
      *> stock al corte y hoy ya no estan en el catalogo.
       Emitir-Informe.
           MOVE 0 TO WS-Productos
           MOVE 0 TO WS-Reconstruidos
           MOVE 0 TO WS-Bajas
           MOVE 0 TO WS-TotCantidad
           MOVE 0 TO WS-TotValor
           MOVE 0 TO WS-SubCantidad
           MOVE 0 TO WS-SubValor
           MOVE 0 TO WS-SU-Usados
           MOVE SPACES TO WS-CategoriaCorte
           MOVE 'N' TO WS-Hay-Categoria
           MOVE "STOCK-FEC" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING "al " WS-FechaCorte DELIMITED BY SIZE
               INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-NombreCSV
           STRING "Stock-Fecha-" WS-FechaCorte ".CSV"
               DELIMITED BY SIZE INTO WS-NombreCSV
           OPEN OUTPUT SalidaCSV
           MOVE SPACES TO WS-LineaCSV
           STRING "ID" WS-Delim "Nombre" WS-Delim "Categoria"
               WS-Delim "Sucursal" WS-Delim "Stock" WS-Delim
               "Precio" WS-Delim "Valor" WS-Delim "Origen"
               DELIMITED SIZE INTO WS-LineaCSV
           PERFORM Escribir-CSV
           STRING "STOCK Y VALOR DEL CATALOGO AL "
               WS-FechaCorte(7:2) "/" WS-FechaCorte(5:2) "/"
               WS-FechaCorte(1:4) " - EMITIDO EL " WS-HoyNum
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "PRODUCTO   NOMBRE                         SUC "
               "  STOCK    PRECIO            VALOR ORIGEN"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE LOW-VALUES TO P-Categoria
               START Productos KEY IS NOT LESS THAN P-Categoria
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Productos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Valuar-Producto
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Productos
           END-IF
           PERFORM Cerrar-Categoria
           PERFORM Listar-Bajas
           PERFORM Listar-Sucursales
           MOVE WS-TotCantidad TO WS-CantidadEd
           MOVE WS-TotValor TO WS-ValorEd
           STRING "TOTAL GENERAL: " WS-Productos " producto(s), "
               WS-CantidadEd " unidades, valor " WS-ValorEd
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           COMPUTE WS-SinMovimiento = WS-Productos - WS-Reconstruidos
           STRING "Reconstruidos desde el diario: "
               WS-Reconstruidos " - sin movimientos desde el "
               "corte (stock actual): " WS-SinMovimiento
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           CLOSE SalidaCSV
           CLOSE Informe
           DISPLAY "Informe: " FUNCTION TRIM(WS-NombreInforme)
               " - CSV: " FUNCTION TRIM(WS-NombreCSV)
       EXIT.


      *> Al corte rige el precio que registro el diario en ese
      *> momento (la misma base con que Categoria valua el stock),
      *> convertido a la moneda base como en Valorizacion.
       Valuar-Producto.
           IF WS-Hay-Categoria = 'S' AND
                   P-Categoria NOT = WS-CategoriaCorte THEN
               PERFORM Cerrar-Categoria
           END-IF
           IF WS-Hay-Categoria = 'N' THEN
               MOVE 'S' TO WS-Hay-Categoria
               MOVE P-Categoria TO WS-CategoriaCorte
               STRING "CATEGORIA: " FUNCTION TRIM(P-Categoria)
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           MOVE Product-ID TO MOV-Product-ID
           PERFORM Buscar-En-Tabla
           IF WS-SF-Idx > 0 THEN
               MOVE 'S' TO WS-SF-Listado(WS-SF-Idx)
               MOVE WS-SF-Stock(WS-SF-Idx) TO WS-StockFecha
               MOVE WS-SF-Precio(WS-SF-Idx) TO WS-PrecioFecha
               MOVE "DIARIO" TO WS-Origen
               ADD 1 TO WS-Reconstruidos
           ELSE
               MOVE P-Stock TO WS-StockFecha
               MOVE P-Precio-Unitario TO WS-PrecioFecha
               MOVE "ACTUAL" TO WS-Origen
           END-IF
           COMPUTE WS-ValorFecha = WS-StockFecha * WS-PrecioFecha
           CALL "Tipos-Cambio" USING 1, P-Moneda, WS-ValorFecha
           MOVE Product-ID TO WS-PID
           MOVE P-Nombre TO WS-Nombre
           MOVE P-Categoria TO WS-Categoria
           MOVE P-Sucursal TO WS-Sucursal
           PERFORM Emitir-Renglon
       EXIT.


       Buscar-En-Tabla.
           MOVE 0 TO WS-SF-Idx
           PERFORM VARYING WS-SF-Busca FROM 1 BY 1
                   UNTIL WS-SF-Busca > WS-SF-Usados
                   OR WS-SF-Idx > 0
               IF WS-SF-Product-ID(WS-SF-Busca) = MOV-Product-ID
                   THEN
                   MOVE WS-SF-Busca TO WS-SF-Idx
               END-IF
           END-PERFORM
       EXIT.


       Emitir-Renglon.
           MOVE WS-StockFecha TO WS-StockEd
           MOVE WS-PrecioFecha TO WS-PrecioEd
           MOVE WS-ValorFecha TO WS-ValorEd
           STRING WS-PID " " WS-Nombre " " WS-Sucursal " "
               WS-StockEd " " WS-PrecioEd " " WS-ValorEd " "
               WS-Origen DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE SPACES TO WS-LineaCSV
           STRING FUNCTION TRIM(WS-PID) WS-Delim
               FUNCTION TRIM(WS-Nombre) WS-Delim
               FUNCTION TRIM(WS-Categoria) WS-Delim
               FUNCTION TRIM(WS-Sucursal) WS-Delim
               FUNCTION TRIM(WS-StockEd) WS-Delim
               FUNCTION TRIM(WS-PrecioEd) WS-Delim
               FUNCTION TRIM(WS-ValorEd) WS-Delim
               WS-Origen DELIMITED SIZE INTO WS-LineaCSV
           PERFORM Escribir-CSV
           ADD 1 TO WS-Productos
           ADD WS-StockFecha TO WS-SubCantidad
           ADD WS-ValorFecha TO WS-SubValor
           ADD WS-StockFecha TO WS-TotCantidad
           ADD WS-ValorFecha TO WS-TotValor
           PERFORM Sumar-Sucursal
       EXIT.


       Cerrar-Categoria.
           IF WS-Hay-Categoria = 'S' THEN
               MOVE WS-SubCantidad TO WS-CantidadEd
               MOVE WS-SubValor TO WS-ValorEd
               STRING "  SUBTOTAL " FUNCTION TRIM(WS-CategoriaCorte)
                   ": " WS-CantidadEd " unidades, valor " WS-ValorEd
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-SubCantidad
               MOVE 0 TO WS-SubValor
               MOVE 'N' TO WS-Hay-Categoria
           END-IF
       EXIT.


      *> Productos que el diario muestra con stock al corte y que
      *> hoy no estan en el catalogo (bajas y fusiones posteriores):
      *> se valuan con lo que dejo el diario, en moneda base.
       Listar-Bajas.
           PERFORM VARYING WS-SF-Idx FROM 1 BY 1
                   UNTIL WS-SF-Idx > WS-SF-Usados
               IF WS-SF-Listado(WS-SF-Idx) = 'N' AND
                       WS-SF-Stock(WS-SF-Idx) > 0 THEN
                   IF WS-Bajas = 0 THEN
                       STRING "FUERA DEL CATALOGO ACTUAL"
                           DELIMITED BY SIZE INTO WS-Linea
                       PERFORM Escribir-Linea
                   END-IF
                   ADD 1 TO WS-Bajas
                   ADD 1 TO WS-Reconstruidos
                   MOVE WS-SF-Product-ID(WS-SF-Idx) TO WS-PID
                   MOVE "(dado de baja)" TO WS-Nombre
                   MOVE WS-SF-Categoria(WS-SF-Idx) TO WS-Categoria
                   MOVE WS-SF-Sucursal(WS-SF-Idx) TO WS-Sucursal
                   MOVE WS-SF-Stock(WS-SF-Idx) TO WS-StockFecha
                   MOVE WS-SF-Precio(WS-SF-Idx) TO WS-PrecioFecha
                   COMPUTE WS-ValorFecha =
                       WS-StockFecha * WS-PrecioFecha
                   MOVE "DIARIO" TO WS-Origen
                   PERFORM Emitir-Renglon
               END-IF
           END-PERFORM
           IF WS-Bajas > 0 THEN
               MOVE WS-SubCantidad TO WS-CantidadEd
               MOVE WS-SubValor TO WS-ValorEd
               STRING "  SUBTOTAL FUERA DEL CATALOGO: " WS-CantidadEd
                   " unidades, valor " WS-ValorEd
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-SubCantidad
               MOVE 0 TO WS-SubValor
           END-IF
       EXIT.


       Sumar-Sucursal.
           MOVE 0 TO WS-SU-Idx
           PERFORM VARYING WS-SU-Busca FROM 1 BY 1
                   UNTIL WS-SU-Busca > WS-SU-Usados
                   OR WS-SU-Idx > 0
               IF WS-SU-Sucursal(WS-SU-Busca) = WS-Sucursal THEN
                   MOVE WS-SU-Busca TO WS-SU-Idx
               END-IF
           END-PERFORM
           IF WS-SU-Idx = 0 AND WS-SU-Usados < 50 THEN
               ADD 1 TO WS-SU-Usados
               MOVE WS-SU-Usados TO WS-SU-Idx
               MOVE WS-Sucursal TO WS-SU-Sucursal(WS-SU-Idx)
               MOVE 0 TO WS-SU-Cantidad(WS-SU-Idx)
               MOVE 0 TO WS-SU-Valor(WS-SU-Idx)
           END-IF
           IF WS-SU-Idx > 0 THEN
               ADD WS-StockFecha TO WS-SU-Cantidad(WS-SU-Idx)
               ADD WS-ValorFecha TO WS-SU-Valor(WS-SU-Idx)
           END-IF
       EXIT.


       Listar-Sucursales.
           STRING "SUBTOTALES POR SUCURSAL" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-SU-Idx FROM 1 BY 1
                   UNTIL WS-SU-Idx > WS-SU-Usados
               MOVE WS-SU-Cantidad(WS-SU-Idx) TO WS-CantidadEd
               MOVE WS-SU-Valor(WS-SU-Idx) TO WS-ValorEd
               IF WS-SU-Sucursal(WS-SU-Idx) = SPACES THEN
                   MOVE "----" TO WS-SU-Sucursal(WS-SU-Idx)
               END-IF
               STRING "  SUCURSAL " WS-SU-Sucursal(WS-SU-Idx) ": "
                   WS-CantidadEd " unidades, valor " WS-ValorEd
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
       EXIT.


       Escribir-CSV.
           MOVE WS-LineaCSV TO CSV-Linea
           WRITE CSV-Linea
           MOVE SPACES TO WS-LineaCSV
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
