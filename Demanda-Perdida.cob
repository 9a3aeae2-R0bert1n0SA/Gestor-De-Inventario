       IDENTIFICATION DIVISION.
       PROGRAM-ID. Demanda-Perdida AS "Demanda-Perdida".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Perdidas ASSIGN TO 'Demanda-Perdida.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PerdidasStatus.

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

       DATA DIVISION.
       FILE SECTION.
       FD  Perdidas.
           COPY DEMANDA-PERDIDA.

       FD  Productos.
           COPY PRODUCTO.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  MovCerrado.
       01  Cerrado-Rec                 PIC X(124).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-PerdidasStatus    PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-CerradoStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-NombreCerrado         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-PID                   PIC X(10).
           01 WS-Eventos               PIC 9(7).

      *>   Semana del informe y recorrido de los meses rotados.
           01 WS-Desde                 PIC 9(8).
           01 WS-Hasta                 PIC 9(8).
           01 WS-MesDesde              PIC 9(6).
           01 WS-MesHasta              PIC 9(6).
           01 WS-AnoCursor             PIC 9(4).
           01 WS-MesCursor             PIC 9(2).
           01 WS-MovFecha              PIC 9(8).
           01 WS-Servido               PIC S9(9).
           01 WS-Desborde              PIC X(1).

      *>   Demanda de la semana por producto: lo servido sale del
      *>   diario (VENTA para el mostrador, REMITO para los
      *>   pedidos) y lo perdido de Demanda-Perdida.DAT por canal.
      *>   WS-DT-Valor acumula lo perdido con precio informado;
      *>   WS-DT-SinPrecio las unidades que se valorizan al precio
      *>   de venta del dia.
           01 WS-DT-Tabla.
               05 WS-DT-Entry OCCURS 999 TIMES.
                   10 WS-DT-Product-ID PIC X(10).
                   10 WS-DT-ServPOS    PIC 9(9).
                   10 WS-DT-ServPED    PIC 9(9).
                   10 WS-DT-PerdPOS    PIC 9(9).
                   10 WS-DT-PerdPED    PIC 9(9).
                   10 WS-DT-PerdWEB    PIC 9(9).
                   10 WS-DT-Valor      PIC 9(13)V99.
                   10 WS-DT-SinPrecio  PIC 9(9).
                   10 WS-DT-Listado    PIC X(1).
           01 WS-DT-Usados             PIC 9(4) VALUE 0.
           01 WS-DT-Idx                PIC 9(4).
           01 WS-DT-Busca              PIC 9(4).

      *>   Renglon, subtotales de categoria y totales por canal.
           01 WS-Nombre                PIC X(30).
           01 WS-RenServido            PIC 9(9).
           01 WS-RenPerdido            PIC 9(9).
           01 WS-RenValor              PIC 9(13)V99.
           01 WS-CategoriaCorte        PIC X(20).
           01 WS-Hay-Categoria         PIC X(1).
           01 WS-SubServido            PIC 9(11).
           01 WS-SubPerdido            PIC 9(11).
           01 WS-SubValor              PIC 9(13)V99.
           01 WS-TotServPOS            PIC 9(11).
           01 WS-TotServPED            PIC 9(11).
           01 WS-TotPerdPOS            PIC 9(11).
           01 WS-TotPerdPED            PIC 9(11).
           01 WS-TotPerdWEB            PIC 9(11).
           01 WS-TotValor              PIC 9(13)V99.
           01 WS-Productos             PIC 9(5).
           01 WS-FueraCatalogo         PIC 9(5).
           01 WS-EnCatalogo            PIC 9(5).
           01 WS-Base                  PIC 9(11).
           01 WS-Parte                 PIC 9(11).
           01 WS-Fill                  PIC 9(3)V9.
           01 WS-FillEd                PIC ZZ9.9.
           01 WS-CantidadEd            PIC Z(8)9.
           01 WS-CantidadEd2           PIC Z(8)9.
           01 WS-CantidadEd3           PIC Z(8)9.
           01 WS-CantidadEd4           PIC Z(8)9.
           01 WS-TotalEd               PIC Z(10)9.
           01 WS-ValorEd               PIC Z(12)9.99.

       LINKAGE SECTION.
      *> Flag 1: registra un evento de demanda perdida del producto
      *>         LK-Product-ID por el canal LK-Canal (POS, WEB o
      *>         PED): LK-Cantidad unidades que se hubieran vendido
      *>         a LK-Precio (0 si no se conoce), con la referencia
      *>         del comprobante o consulta en LK-Referencia.
      *> Otro valor: menu del nivel de servicio; LK-Referencia trae
      *>         el usuario que pide los informes.
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
           01 LK-Canal                 PIC X(3).
           01 LK-Cantidad              PIC 9(7).
           01 LK-Precio                PIC 9(5)V99.
           01 LK-Referencia            PIC X(20).

       PROCEDURE DIVISION USING LK-Flag, LK-Product-ID, LK-Canal,
               LK-Cantidad, LK-Precio, LK-Referencia.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Registrar-Perdida
               WHEN OTHER
                   MOVE LK-Referencia(1:10) TO WS-Usuario
                   PERFORM Menu-Nivel-Servicio
           END-EVALUATE
       EXIT PROGRAM.


       Registrar-Perdida.
           IF LK-Cantidad > 0 THEN
               INITIALIZE DP-Rec
               ACCEPT WS-Fecha FROM DATE
               COMPUTE DP-Fecha = WS-Fecha + (WS-Year * 10000)
               ACCEPT WS-HoraActual FROM TIME
               MOVE WS-HoraActual(1:6) TO DP-Hora
               MOVE LK-Product-ID TO DP-Product-ID
               MOVE LK-Canal TO DP-Canal
               MOVE LK-Cantidad TO DP-Cantidad
               MOVE LK-Precio TO DP-Precio
               MOVE LK-Referencia TO DP-Referencia
               ACCEPT DP-Sucursal FROM ENVIRONMENT "SUCURSAL"
               OPEN EXTEND Perdidas
               IF WS-PerdidasStatus = "35" THEN
                   OPEN OUTPUT Perdidas
               END-IF
               WRITE DP-Rec
               CLOSE Perdidas
           END-IF
       EXIT.


       Menu-Nivel-Servicio.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Nivel de servicio -------"
               DISPLAY "1. Informe semanal (fill rate y venta perdida)"
               DISPLAY "2. Demanda perdida de un producto"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Informe-Semanal
                   WHEN 2
                       PERFORM Consultar-Producto
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Consultar-Producto.
           DISPLAY "Producto a consultar: "
           ACCEPT WS-PID
           MOVE 0 TO WS-Eventos
           OPEN INPUT Perdidas
           IF WS-PerdidasStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Perdidas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF DP-Product-ID = WS-PID THEN
                               ADD 1 TO WS-Eventos
                               DISPLAY DP-Fecha " " DP-Hora " "
                                   DP-Canal " " DP-Cantidad
                                   " un. a " DP-Precio " suc "
                                   DP-Sucursal " "
                                   FUNCTION TRIM(DP-Referencia)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Perdidas
           END-IF
           DISPLAY "Eventos de demanda perdida: " WS-Eventos
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> La semana termina el dia elegido (por defecto ayer, el
      *> ultimo dia completo) y abarca los siete dias hasta el.
       Informe-Semanal.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           MOVE 0 TO WS-Hasta
           DISPLAY "Ultimo dia de la semana (AAAAMMDD, Enter = "
               "ayer): "
           ACCEPT WS-Aux
           IF WS-Aux = SPACES THEN
               COMPUTE WS-Hasta = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HoyNum) - 1)
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Hasta
               END-IF
               IF WS-Hasta = 0 OR
                       FUNCTION TEST-DATE-YYYYMMDD(WS-Hasta)
                       NOT = 0 THEN
                   DISPLAY "Fecha no valida."
                   MOVE 0 TO WS-Hasta
               END-IF
           END-IF
           IF WS-Hasta > 0 THEN
               COMPUTE WS-Desde = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-Hasta) - 6)
               COMPUTE WS-MesDesde = WS-Desde / 100
               COMPUTE WS-MesHasta = WS-Hasta / 100
               MOVE 0 TO WS-DT-Usados
               MOVE 'N' TO WS-Desborde
               PERFORM Cargar-Perdidas
               PERFORM Recorrer-Meses-Cerrados
               PERFORM Recorrer-Movimientos
               IF WS-Desborde = 'S' THEN
                   DISPLAY "La semana tiene mas de 999 productos "
                       "con demanda y la tabla no alcanza; informe "
                       "ABORTADO."
               ELSE
                   PERFORM Emitir-Informe
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Perdidas.
           OPEN INPUT Perdidas
           IF WS-PerdidasStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Perdidas
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF DP-Fecha >= WS-Desde AND
                                   DP-Fecha <= WS-Hasta THEN
                               PERFORM Sumar-Perdida
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Perdidas
           END-IF
       EXIT.


       Sumar-Perdida.
           MOVE DP-Product-ID TO WS-PID
           PERFORM Ubicar-Producto
           IF WS-DT-Idx > 0 THEN
               EVALUATE DP-Canal
                   WHEN "POS"
                       ADD DP-Cantidad TO WS-DT-PerdPOS(WS-DT-Idx)
                   WHEN "WEB"
                       ADD DP-Cantidad TO WS-DT-PerdWEB(WS-DT-Idx)
                   WHEN OTHER
                       ADD DP-Cantidad TO WS-DT-PerdPED(WS-DT-Idx)
               END-EVALUATE
               IF DP-Precio > 0 THEN
                   COMPUTE WS-DT-Valor(WS-DT-Idx) =
                       WS-DT-Valor(WS-DT-Idx) +
                       (DP-Cantidad * DP-Precio)
               ELSE
                   ADD DP-Cantidad TO WS-DT-SinPrecio(WS-DT-Idx)
               END-IF
           END-IF
       EXIT.


      *> Los meses de la semana que ya estan cerrados viven en los
      *> archivos rotados; lo que falta esta en el archivo vivo.
       Recorrer-Meses-Cerrados.
           MOVE WS-MesDesde(1:4) TO WS-AnoCursor
           MOVE WS-MesDesde(5:2) TO WS-MesCursor
           PERFORM UNTIL ((WS-AnoCursor * 100) + WS-MesCursor)
                   > WS-MesHasta
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
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovCerrado
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Sumar-Servido
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
                           PERFORM Sumar-Servido
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
       EXIT.


       Sumar-Servido.
           COMPUTE WS-MovFecha =
               (MOV-Ano * 10000) + (MOV-Mes * 100) + MOV-Dia
           COMPUTE WS-Servido = MOV-Stock-Antes - MOV-Stock-Despues
           IF WS-MovFecha >= WS-Desde AND WS-MovFecha <= WS-Hasta
                   AND WS-Servido > 0 AND
                   (MOV-Operacion = "VENTA" OR
                   MOV-Operacion = "REMITO") THEN
               MOVE MOV-Product-ID TO WS-PID
               PERFORM Ubicar-Producto
               IF WS-DT-Idx > 0 THEN
                   IF MOV-Operacion = "VENTA" THEN
                       ADD WS-Servido TO WS-DT-ServPOS(WS-DT-Idx)
                   ELSE
                       ADD WS-Servido TO WS-DT-ServPED(WS-DT-Idx)
                   END-IF
               END-IF
           END-IF
       EXIT.


       Ubicar-Producto.
           PERFORM Buscar-En-Tabla
           IF WS-DT-Idx = 0 THEN
               IF WS-DT-Usados < 999 THEN
                   ADD 1 TO WS-DT-Usados
                   MOVE WS-DT-Usados TO WS-DT-Idx
                   MOVE WS-PID TO WS-DT-Product-ID(WS-DT-Idx)
                   MOVE 0 TO WS-DT-ServPOS(WS-DT-Idx)
                   MOVE 0 TO WS-DT-ServPED(WS-DT-Idx)
                   MOVE 0 TO WS-DT-PerdPOS(WS-DT-Idx)
                   MOVE 0 TO WS-DT-PerdPED(WS-DT-Idx)
                   MOVE 0 TO WS-DT-PerdWEB(WS-DT-Idx)
                   MOVE 0 TO WS-DT-Valor(WS-DT-Idx)
                   MOVE 0 TO WS-DT-SinPrecio(WS-DT-Idx)
                   MOVE 'N' TO WS-DT-Listado(WS-DT-Idx)
               ELSE
                   MOVE 'S' TO WS-Desborde
               END-IF
           END-IF
       EXIT.


       Buscar-En-Tabla.
           MOVE 0 TO WS-DT-Idx
           PERFORM VARYING WS-DT-Busca FROM 1 BY 1
                   UNTIL WS-DT-Busca > WS-DT-Usados
                   OR WS-DT-Idx > 0
               IF WS-DT-Product-ID(WS-DT-Busca) = WS-PID THEN
                   MOVE WS-DT-Busca TO WS-DT-Idx
               END-IF
           END-PERFORM
       EXIT.


      *> Fill rate = servido / (servido + perdido). El catalogo se
      *> recorre por categoria para cortar los subtotales; al final
      *> van los productos que ya no estan en el catalogo y los
      *> totales por canal.
       Emitir-Informe.
           MOVE 0 TO WS-Productos
           MOVE 0 TO WS-FueraCatalogo
           MOVE 0 TO WS-SubServido
           MOVE 0 TO WS-SubPerdido
           MOVE 0 TO WS-SubValor
           MOVE 0 TO WS-TotServPOS
           MOVE 0 TO WS-TotServPED
           MOVE 0 TO WS-TotPerdPOS
           MOVE 0 TO WS-TotPerdPED
           MOVE 0 TO WS-TotPerdWEB
           MOVE 0 TO WS-TotValor
           MOVE SPACES TO WS-CategoriaCorte
           MOVE 'N' TO WS-Hay-Categoria
           MOVE "NIVEL-SERV" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING "semana " WS-Desde " a " WS-Hasta
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "NIVEL DE SERVICIO - SEMANA DEL "
               WS-Desde(7:2) "/" WS-Desde(5:2) "/" WS-Desde(1:4)
               " AL " WS-Hasta(7:2) "/" WS-Hasta(5:2) "/"
               WS-Hasta(1:4) DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "PRODUCTO   NOMBRE                         "
               "  SERVIDO  PERD.POS  PERD.PED  PERD.WEB FILL%"
               "    VALOR PERDIDO" DELIMITED BY SIZE INTO WS-Linea
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
                           PERFORM Informar-Producto
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Productos
           END-IF
           PERFORM Cerrar-Categoria
           PERFORM Listar-Fuera-Catalogo
           PERFORM Emitir-Canales
           CLOSE Informe
           DISPLAY "Informe: " FUNCTION TRIM(WS-NombreInforme)
       EXIT.


       Informar-Producto.
           MOVE Product-ID TO WS-PID
           PERFORM Buscar-En-Tabla
           IF WS-DT-Idx > 0 THEN
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
               MOVE 'S' TO WS-DT-Listado(WS-DT-Idx)
               MOVE P-Nombre TO WS-Nombre
               COMPUTE WS-RenValor = WS-DT-Valor(WS-DT-Idx) +
                   (WS-DT-SinPrecio(WS-DT-Idx) * P-Precio-Venta)
               CALL "Tipos-Cambio" USING 1, P-Moneda, WS-RenValor
               PERFORM Emitir-Renglon
           END-IF
       EXIT.


       Emitir-Renglon.
           COMPUTE WS-RenServido = WS-DT-ServPOS(WS-DT-Idx) +
               WS-DT-ServPED(WS-DT-Idx)
           COMPUTE WS-RenPerdido = WS-DT-PerdPOS(WS-DT-Idx) +
               WS-DT-PerdPED(WS-DT-Idx) + WS-DT-PerdWEB(WS-DT-Idx)
           MOVE WS-RenServido TO WS-Parte
           COMPUTE WS-Base = WS-RenServido + WS-RenPerdido
           PERFORM Calcular-Fill
           MOVE WS-RenServido TO WS-CantidadEd
           MOVE WS-DT-PerdPOS(WS-DT-Idx) TO WS-CantidadEd2
           MOVE WS-DT-PerdPED(WS-DT-Idx) TO WS-CantidadEd3
           MOVE WS-DT-PerdWEB(WS-DT-Idx) TO WS-CantidadEd4
           MOVE WS-RenValor TO WS-ValorEd
           STRING WS-PID " " WS-Nombre " " WS-CantidadEd " "
               WS-CantidadEd2 " " WS-CantidadEd3 " "
               WS-CantidadEd4 " " WS-FillEd " " WS-ValorEd
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           ADD 1 TO WS-Productos
           ADD WS-RenServido TO WS-SubServido
           ADD WS-RenPerdido TO WS-SubPerdido
           ADD WS-RenValor TO WS-SubValor
           ADD WS-DT-ServPOS(WS-DT-Idx) TO WS-TotServPOS
           ADD WS-DT-ServPED(WS-DT-Idx) TO WS-TotServPED
           ADD WS-DT-PerdPOS(WS-DT-Idx) TO WS-TotPerdPOS
           ADD WS-DT-PerdPED(WS-DT-Idx) TO WS-TotPerdPED
           ADD WS-DT-PerdWEB(WS-DT-Idx) TO WS-TotPerdWEB
           ADD WS-RenValor TO WS-TotValor
       EXIT.


      *> Sin demanda en la semana el fill rate se muestra en 100.
       Calcular-Fill.
           IF WS-Base = 0 THEN
               MOVE 100 TO WS-Fill
           ELSE
               COMPUTE WS-Fill ROUNDED = WS-Parte * 100 / WS-Base
           END-IF
           MOVE WS-Fill TO WS-FillEd
       EXIT.


       Cerrar-Categoria.
           IF WS-Hay-Categoria = 'S' THEN
               MOVE WS-SubServido TO WS-Parte
               COMPUTE WS-Base = WS-SubServido + WS-SubPerdido
               PERFORM Calcular-Fill
               MOVE WS-SubPerdido TO WS-TotalEd
               MOVE WS-SubValor TO WS-ValorEd
               STRING "  SUBTOTAL " FUNCTION TRIM(WS-CategoriaCorte)
                   ": fill " WS-FillEd "%, perdidas " WS-TotalEd
                   " un., valor perdido " WS-ValorEd
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE 0 TO WS-SubServido
               MOVE 0 TO WS-SubPerdido
               MOVE 0 TO WS-SubValor
               MOVE 'N' TO WS-Hay-Categoria
           END-IF
       EXIT.


      *> Productos con demanda en la semana que hoy no estan en el
      *> catalogo: solo se valoriza lo perdido con precio informado.
       Listar-Fuera-Catalogo.
           PERFORM VARYING WS-DT-Idx FROM 1 BY 1
                   UNTIL WS-DT-Idx > WS-DT-Usados
               IF WS-DT-Listado(WS-DT-Idx) = 'N' THEN
                   IF WS-FueraCatalogo = 0 THEN
                       MOVE "FUERA DEL CATALOGO ACTUAL" TO WS-Linea
                       PERFORM Escribir-Linea
                       MOVE "FUERA DEL CATALOGO" TO WS-CategoriaCorte
                       MOVE 'S' TO WS-Hay-Categoria
                   END-IF
                   ADD 1 TO WS-FueraCatalogo
                   MOVE WS-DT-Product-ID(WS-DT-Idx) TO WS-PID
                   MOVE "(dado de baja)" TO WS-Nombre
                   MOVE WS-DT-Valor(WS-DT-Idx) TO WS-RenValor
                   PERFORM Emitir-Renglon
               END-IF
           END-PERFORM
           PERFORM Cerrar-Categoria
       EXIT.


      *> La consulta web sin disponible no tiene contrapartida de
      *> venta propia (lo que se vende por la tienda entra como
      *> pedido), asi que el canal WEB solo informa lo perdido.
       Emitir-Canales.
           MOVE "TOTALES POR CANAL" TO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-TotServPOS TO WS-Parte
           COMPUTE WS-Base = WS-TotServPOS + WS-TotPerdPOS
           PERFORM Calcular-Fill
           MOVE WS-TotServPOS TO WS-CantidadEd
           MOVE WS-TotPerdPOS TO WS-CantidadEd2
           STRING "  POS (mostrador): servido " WS-CantidadEd
               " perdido " WS-CantidadEd2 " fill " WS-FillEd "%"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-TotServPED TO WS-Parte
           COMPUTE WS-Base = WS-TotServPED + WS-TotPerdPED
           PERFORM Calcular-Fill
           MOVE WS-TotServPED TO WS-CantidadEd
           MOVE WS-TotPerdPED TO WS-CantidadEd2
           STRING "  PED (pedidos):   servido " WS-CantidadEd
               " perdido " WS-CantidadEd2 " fill " WS-FillEd "%"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-TotPerdWEB TO WS-CantidadEd2
           STRING "  WEB (consultas sin disponible): perdido "
               WS-CantidadEd2 DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           COMPUTE WS-Parte = WS-TotServPOS + WS-TotServPED
           COMPUTE WS-Base = WS-Parte + WS-TotPerdPOS +
               WS-TotPerdPED + WS-TotPerdWEB
           PERFORM Calcular-Fill
           MOVE WS-TotValor TO WS-ValorEd
           COMPUTE WS-EnCatalogo = WS-Productos - WS-FueraCatalogo
           STRING "TOTAL: " WS-EnCatalogo " producto(s) del "
               "catalogo y " WS-FueraCatalogo " fuera de el - fill "
               WS-FillEd "% - venta perdida estimada " WS-ValorEd
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
