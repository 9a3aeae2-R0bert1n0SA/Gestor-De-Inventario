       IDENTIFICATION DIVISION.
       PROGRAM-ID. Prevision-VNR AS "Prevision-VNR".
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

           SELECT CapasCosto ASSIGN TO 'Capas-Costo.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-Clave
               FILE STATUS IS WS-CapasStatus.

           SELECT Lotes ASSIGN TO 'Lotes.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-Clave
               FILE STATUS IS WS-LotesStatus.

           SELECT Cuarentena ASSIGN TO 'Cuarentena.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-Clave
               FILE STATUS IS WS-CuarentenaStatus.

           SELECT Inspecciones ASSIGN TO 'Inspecciones.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-Clave
               FILE STATUS IS WS-InspStatus.

           SELECT Previsiones ASSIGN TO 'Previsiones-VNR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Clave
               FILE STATUS IS WS-PrevisionesStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Productos.
           COPY PRODUCTO.

       FD  CapasCosto.
      *>  Mismo layout que declara Capas-Costo.cob.
       01  CC-Rec.
           05 CC-Clave.
               10 CC-Product-ID        PIC X(10).
               10 CC-Secuencia         PIC 9(6).
           05 CC-Cantidad-Restante     PIC 9(7).
           05 CC-Costo-Unitario        PIC 9(5)V99.
           05 CC-Fecha.
               10 CC-Ano               PIC 9(4).
               10 CC-Mes               PIC 9(2).
               10 CC-Dia               PIC 99.

       FD  Lotes.
      *>  Mismo layout que declara Lotes.cob.
       01  LO-Rec.
           05 LO-Clave.
               10 LO-Product-ID        PIC X(10).
               10 LO-Numero-Lote       PIC X(10).
           05 LO-Cantidad              PIC 9(7).
           05 LO-Fecha-Vencimiento     PIC 9(8).
           05 LO-Fecha-Ingreso         PIC 9(8).

       FD  Cuarentena.
      *>  Mismo layout que declara Devoluciones.cob.
       01  CU-Rec.
           05 CU-Clave.
               10 CU-Product-ID        PIC X(10).
               10 CU-Secuencia         PIC 9(4).
           05 CU-Cantidad              PIC 9(7).
           05 CU-Cliente               PIC X(50).
           05 CU-Motivo                PIC X(50).
           05 CU-Estado                PIC X(10).
           05 CU-Fecha                 PIC 9(8).
           05 CU-Usuario               PIC X(10).

       FD  Inspecciones.
           COPY INSPECCION.

       FD  Previsiones.
       01  PV-Rec.
      *>  Prevision por desvalorizacion a valor neto realizable,
      *>  una por periodo y categoria. Asiento-Contable la toma
      *>  en su periodo (PREVNR) y la revierte en el siguiente
      *>  (REVVNR); recalcular un periodo la reemplaza.
           05 PV-Clave.
               10 PV-Periodo           PIC 9(6).
               10 PV-Categoria         PIC X(20).
           05 PV-Importe               PIC 9(13)V99.
           05 PV-Productos             PIC 9(5).
           05 PV-Fecha                 PIC 9(8).
           05 PV-Usuario               PIC X(10).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-CapasStatus       PIC XX.
               05 WS-LotesStatus       PIC XX.
               05 WS-CuarentenaStatus  PIC XX.
               05 WS-InspStatus        PIC XX.
               05 WS-PrevisionesStatus PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Sub           PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).
           01 WS-PeriodoOk             PIC X(1).

      *>   Parametros de la corrida.
           01 WS-AnoPeriodo            PIC 9(4).
           01 WS-MesPeriodo            PIC 9(2).
           01 WS-Periodo               PIC 9(6).
           01 WS-FechaCorte            PIC 9(8).
           01 WS-FechaSiguiente        PIC 9(8).
           01 WS-GastosVentaPct        PIC 9(3)V99.
           01 WS-BaseCosto             PIC X(10).

      *>   Calculo por producto.
           01 WS-VencNum               PIC 9(8).
           01 WS-Vencidas              PIC 9(7).
           01 WS-Vendibles             PIC 9(7).
           01 WS-SumaCapas             PIC 9(9).
           01 WS-ValorCapas            PIC 9(13)V99.
           01 WS-Costo                 PIC 9(5)V99.
           01 WS-PrecioVenta           PIC 9(5)V99.
           01 WS-PrecioOferta          PIC 9(5)V99.
           01 WS-OfertaOk              PIC X(1).
           01 WS-VNR                   PIC 9(5)V99.
           01 WS-Diferencia            PIC 9(5)V99.
           01 WS-Prevision             PIC 9(11)V99.
           01 WS-SinPrecio             PIC 9(5).
           01 WS-Revisados             PIC 9(7).
           01 WS-Desvalorizados        PIC 9(5).
           01 WS-Retenidas             PIC 9(7).

      *>   Cortes por categoria.
           01 WS-CategoriaActual       PIC X(20).
           01 WS-PrevCategoria         PIC 9(13)V99.
           01 WS-ProdCategoria         PIC 9(5).
           01 WS-PrevTotal             PIC 9(13)V99.
           01 WS-Hay-Categoria         PIC X(1).

           01 WS-Cant-Ed               PIC Z(6)9.
           01 WS-Venc-Ed               PIC Z(6)9.
           01 WS-Costo-Ed              PIC Z(4)9.99.
           01 WS-VNR-Ed                PIC Z(4)9.99.
           01 WS-Prev-Ed               PIC Z(10)9.99.
           01 WS-Total-Ed              PIC Z(12)9.99.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Desvalorizacion de inventario a valor neto realizable al
      *> cierre de un periodo: cada producto se compara a su costo
      *> (promedio o capas FIFO, segun el parametro VNR-BASE-COSTO)
      *> contra el precio al que se puede vender (oferta vigente o
      *> P-Precio-Venta) menos el porcentaje de gastos de venta del
      *> parametro VNR-GASTOS-VENTA-PCT. Lo vencido vale cero.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Prevision a valor neto realizable "
                   "-------"
               DISPLAY "1. Calcular la prevision de un periodo"
               DISPLAY "2. Previsiones registradas"
               DISPLAY "3. Parametros (gastos de venta y base de "
                   "costo)"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Calcular-Prevision
                   WHEN 2
                       PERFORM Listar-Previsiones
                   WHEN 3
                       PERFORM Definir-Parametros
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT PROGRAM.


       Leer-Parametros.
           MOVE "10" TO WS-ValorParam
           MOVE "VNR-GASTOS-VENTA-PCT" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-GastosVentaPct
           ELSE
               MOVE 10 TO WS-GastosVentaPct
           END-IF
           IF WS-GastosVentaPct > 100 THEN
               MOVE 100 TO WS-GastosVentaPct
           END-IF
           MOVE "PROMEDIO" TO WS-ValorParam
           MOVE "VNR-BASE-COSTO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           MOVE WS-ValorParam TO WS-BaseCosto
           IF WS-BaseCosto NOT = "FIFO" THEN
               MOVE "PROMEDIO" TO WS-BaseCosto
           END-IF
       EXIT.


       Definir-Parametros.
           PERFORM Leer-Parametros
           DISPLAY "Gastos de venta vigentes (%): " WS-GastosVentaPct
           DISPLAY "Nuevo porcentaje (Enter = sin cambio): "
           MOVE SPACES TO WS-ValorParam
           ACCEPT WS-ValorParam
           IF WS-ValorParam NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 AND
                       FUNCTION NUMVAL(WS-ValorParam) <= 100 THEN
                   MOVE "VNR-GASTOS-VENTA-PCT" TO WS-ClaveParam
                   CALL "Parametros" USING 2, WS-ClaveParam,
                       WS-ValorParam
               ELSE
                   DISPLAY "Porcentaje no valido; sin cambio."
               END-IF
           END-IF
           DISPLAY "Base de costo vigente: " WS-BaseCosto
           DISPLAY "Nueva base PROMEDIO/FIFO (Enter = sin cambio): "
           MOVE SPACES TO WS-ValorParam
           ACCEPT WS-ValorParam
           MOVE FUNCTION UPPER-CASE(WS-ValorParam) TO WS-ValorParam
           IF WS-ValorParam = "PROMEDIO" OR WS-ValorParam = "FIFO"
                   THEN
               MOVE "VNR-BASE-COSTO" TO WS-ClaveParam
               CALL "Parametros" USING 2, WS-ClaveParam,
                   WS-ValorParam
           ELSE
               IF WS-ValorParam NOT = SPACES THEN
                   DISPLAY "Base no valida; sin cambio."
               END-IF
           END-IF
       EXIT.


      *> La fecha de corte es el ultimo dia del periodo: lo que
      *> vence hasta ese dia inclusive ya no se puede vender.
       Calcular-Prevision.
           DISPLAY "Anio del periodo (AAAA): "
           ACCEPT WS-AnoPeriodo
           DISPLAY "Mes del periodo (MM): "
           ACCEPT WS-MesPeriodo
           IF WS-MesPeriodo < 1 OR WS-MesPeriodo > 12 THEN
               DISPLAY "Mes no valido."
           ELSE
               COMPUTE WS-Periodo =
                   (WS-AnoPeriodo * 100) + WS-MesPeriodo
               IF WS-MesPeriodo = 12 THEN
                   COMPUTE WS-FechaSiguiente =
                       ((WS-AnoPeriodo + 1) * 10000) + 101
               ELSE
                   COMPUTE WS-FechaSiguiente =
                       (WS-AnoPeriodo * 10000) +
                       ((WS-MesPeriodo + 1) * 100) + 1
               END-IF
               COMPUTE WS-FechaCorte = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FechaSiguiente) - 1)
               CALL "Periodos-Contables" USING 1, WS-Usuario,
                   WS-FechaCorte, WS-PeriodoOk
               IF WS-PeriodoOk = 'S' THEN
                   PERFORM Leer-Parametros
                   PERFORM Confirmar-Reemplazo
               END-IF
           END-IF
       EXIT.


       Confirmar-Reemplazo.
           PERFORM Abrir-Previsiones
           MOVE 'N' TO WS-Hay-Categoria
           MOVE WS-Periodo TO PV-Periodo
           MOVE LOW-VALUES TO PV-Categoria
           START Previsiones KEY IS NOT LESS THAN PV-Clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ Previsiones NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PV-Periodo = WS-Periodo THEN
                               MOVE 'S' TO WS-Hay-Categoria
                           END-IF
                   END-READ
           END-START
           CLOSE Previsiones
           MOVE "S" TO WS-Confirmar
           IF WS-Hay-Categoria = 'S' THEN
               DISPLAY "El periodo ya tiene prevision calculada; "
                   "se reemplaza. Confirma (S/N): "
               ACCEPT WS-Confirmar
           END-IF
           IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
               PERFORM Borrar-Periodo
               PERFORM Procesar-Catalogo
           ELSE
               DISPLAY "Calculo cancelado."
           END-IF
       EXIT.


       Abrir-Previsiones.
           OPEN I-O Previsiones
           IF WS-PrevisionesStatus = "35" THEN
               CLOSE Previsiones
               OPEN OUTPUT Previsiones
               CLOSE Previsiones
               OPEN I-O Previsiones
           END-IF
       EXIT.


       Borrar-Periodo.
           PERFORM Abrir-Previsiones
           MOVE WS-Periodo TO PV-Periodo
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
                       IF PV-Periodo = WS-Periodo THEN
                           DELETE Previsiones RECORD
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           CLOSE Previsiones
       EXIT.


      *> El catalogo se recorre por categoria (clave alternativa)
      *> para cortar subtotales y grabar una prevision por cada
      *> una; al final se listan las unidades retenidas.
       Procesar-Catalogo.
           MOVE 0 TO WS-Revisados
           MOVE 0 TO WS-Desvalorizados
           MOVE 0 TO WS-SinPrecio
           MOVE 0 TO WS-PrevTotal
           MOVE 0 TO WS-PrevCategoria
           MOVE 0 TO WS-ProdCategoria
           MOVE 'N' TO WS-Hay-Categoria
           MOVE "PREV-VNR" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-AnoPeriodo "-" WS-MesPeriodo " gastos "
               WS-GastosVentaPct "% " WS-BaseCosto
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "PREVISION A VALOR NETO REALIZABLE - PERIODO "
               WS-AnoPeriodo "-" WS-MesPeriodo " - CORTE "
               WS-FechaCorte DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "COSTO " WS-BaseCosto " - GASTOS DE VENTA "
               WS-GastosVentaPct " %" DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "PRODUCTO   NOMBRE                           "
               "STOCK VENCIDO   COSTO     VNR       PREVISION"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               OPEN INPUT CapasCosto
               OPEN INPUT Lotes
               PERFORM Abrir-Previsiones
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
                           IF P-Stock > 0 THEN
                               PERFORM Evaluar-Producto
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-Hay-Categoria = 'S' THEN
                   PERFORM Cerrar-Categoria
               END-IF
               CLOSE Previsiones
               IF WS-LotesStatus = "00" THEN
                   CLOSE Lotes
               END-IF
               IF WS-CapasStatus = "00" THEN
                   CLOSE CapasCosto
               END-IF
               CLOSE Productos
           END-IF
           MOVE WS-PrevTotal TO WS-Total-Ed
           STRING "TOTAL PREVISION DEL PERIODO: " WS-Total-Ed
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "Productos revisados: " WS-Revisados
               " - desvalorizados: " WS-Desvalorizados
               " - sin precio de venta (no evaluados): "
               WS-SinPrecio DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Informar-Retenidas
           CLOSE Informe
           DISPLAY "Informe guardado en " WS-NombreInforme
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Evaluar-Producto.
           IF WS-Hay-Categoria = 'S' AND
                   P-Categoria NOT = WS-CategoriaActual THEN
               PERFORM Cerrar-Categoria
           END-IF
           IF WS-Hay-Categoria = 'N' THEN
               MOVE P-Categoria TO WS-CategoriaActual
               MOVE 0 TO WS-PrevCategoria
               MOVE 0 TO WS-ProdCategoria
               MOVE 'S' TO WS-Hay-Categoria
           END-IF
           ADD 1 TO WS-Revisados
           PERFORM Calcular-Vencidas
           PERFORM Calcular-Costo
           PERFORM Calcular-VNR
           MOVE 0 TO WS-Prevision
           IF WS-Vencidas > 0 THEN
               COMPUTE WS-Prevision = WS-Vencidas * WS-Costo
           END-IF
           IF WS-Vendibles > 0 AND WS-PrecioVenta = 0 THEN
               ADD 1 TO WS-SinPrecio
           END-IF
           IF WS-Vendibles > 0 AND WS-PrecioVenta > 0 AND
                   WS-VNR < WS-Costo THEN
               COMPUTE WS-Diferencia = WS-Costo - WS-VNR
               COMPUTE WS-Prevision = WS-Prevision +
                   (WS-Vendibles * WS-Diferencia)
           END-IF
           IF WS-Prevision > 0 THEN
               ADD 1 TO WS-Desvalorizados
               ADD 1 TO WS-ProdCategoria
               ADD WS-Prevision TO WS-PrevCategoria
               ADD WS-Prevision TO WS-PrevTotal
               MOVE P-Stock TO WS-Cant-Ed
               MOVE WS-Vencidas TO WS-Venc-Ed
               MOVE WS-Costo TO WS-Costo-Ed
               MOVE WS-VNR TO WS-VNR-Ed
               MOVE WS-Prevision TO WS-Prev-Ed
               STRING Product-ID " " P-Nombre " " WS-Cant-Ed " "
                   WS-Venc-Ed " " WS-Costo-Ed " " WS-VNR-Ed " "
                   WS-Prev-Ed DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


      *> Vence todo el stock si el producto tiene fecha propia ya
      *> cumplida al corte; si no, las unidades de los lotes con
      *> existencia vencidos al corte (nunca mas que P-Stock).
       Calcular-Vencidas.
           MOVE 0 TO WS-Vencidas
           IF Ano-Vencimiento OF P-Fecha-Vencimiento > 0 THEN
               COMPUTE WS-VencNum =
                   (Ano-Vencimiento OF P-Fecha-Vencimiento * 10000)
                   + (Mes-Vencimiento OF P-Fecha-Vencimiento * 100)
                   + Dia-Vencimiento OF P-Fecha-Vencimiento
               IF WS-VencNum <= WS-FechaCorte THEN
                   MOVE P-Stock TO WS-Vencidas
               END-IF
           END-IF
           IF WS-Vencidas = 0 AND WS-LotesStatus = "00" THEN
               PERFORM Sumar-Lotes-Vencidos
           END-IF
           IF WS-Vencidas > P-Stock THEN
               MOVE P-Stock TO WS-Vencidas
           END-IF
           COMPUTE WS-Vendibles = P-Stock - WS-Vencidas
       EXIT.


       Sumar-Lotes-Vencidos.
           MOVE Product-ID TO LO-Product-ID
           MOVE LOW-VALUES TO LO-Numero-Lote
           START Lotes KEY IS NOT LESS THAN LO-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Sub
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Sub
           END-START
           PERFORM UNTIL WS-EOF-Sub = 'Y'
               READ Lotes NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Sub
                   NOT AT END
                       IF LO-Product-ID NOT = Product-ID THEN
                           MOVE 'Y' TO WS-EOF-Sub
                       ELSE
                           IF LO-Cantidad > 0 AND
                                   LO-Fecha-Vencimiento > 0 AND
                                   LO-Fecha-Vencimiento <=
                                   WS-FechaCorte THEN
                               ADD LO-Cantidad TO WS-Vencidas
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Sub
       EXIT.


      *> Con base FIFO el costo es el implicito de las capas
      *> sobrevivientes; sin capas se usa el promedio.
       Calcular-Costo.
           MOVE P-Costo-Promedio TO WS-Costo
           IF WS-BaseCosto = "FIFO" AND WS-CapasStatus = "00" THEN
               MOVE 0 TO WS-SumaCapas
               MOVE 0 TO WS-ValorCapas
               MOVE Product-ID TO CC-Product-ID
               MOVE 0 TO CC-Secuencia
               START CapasCosto KEY IS NOT LESS THAN CC-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Sub
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Sub
               END-START
               PERFORM UNTIL WS-EOF-Sub = 'Y'
                   READ CapasCosto NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Sub
                       NOT AT END
                           IF CC-Product-ID = Product-ID THEN
                               ADD CC-Cantidad-Restante
                                   TO WS-SumaCapas
                               COMPUTE WS-ValorCapas =
                                   WS-ValorCapas +
                                   (CC-Cantidad-Restante *
                                   CC-Costo-Unitario)
                           ELSE
                               MOVE 'Y' TO WS-EOF-Sub
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Sub
               IF WS-SumaCapas > 0 THEN
                   COMPUTE WS-Costo ROUNDED =
                       WS-ValorCapas / WS-SumaCapas
               END-IF
           END-IF
       EXIT.


       Calcular-VNR.
           MOVE P-Precio-Venta TO WS-PrecioVenta
           MOVE 'N' TO WS-OfertaOk
           CALL "Ofertas" USING 1, Product-ID, WS-PrecioOferta,
               WS-OfertaOk
           IF WS-OfertaOk = 'S' THEN
               MOVE WS-PrecioOferta TO WS-PrecioVenta
           END-IF
           COMPUTE WS-VNR ROUNDED = WS-PrecioVenta *
               (100 - WS-GastosVentaPct) / 100
       EXIT.


       Cerrar-Categoria.
           IF WS-PrevCategoria > 0 THEN
               MOVE WS-PrevCategoria TO WS-Total-Ed
               STRING "  SUBTOTAL " WS-CategoriaActual " "
                   WS-ProdCategoria " producto(s) " WS-Total-Ed
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               MOVE WS-Periodo TO PV-Periodo
               MOVE WS-CategoriaActual TO PV-Categoria
               MOVE WS-PrevCategoria TO PV-Importe
               MOVE WS-ProdCategoria TO PV-Productos
               MOVE WS-HoyNum TO PV-Fecha
               MOVE WS-Usuario TO PV-Usuario
               WRITE PV-Rec
                   INVALID KEY
                       REWRITE PV-Rec
               END-WRITE
           END-IF
           MOVE 'N' TO WS-Hay-Categoria
       EXIT.


      *> La mercaderia en cuarentena de devoluciones y la retenida
      *> en inspeccion de recepcion no forma parte de P-Stock ni del
      *> valor contable del inventario: se informa con valor
      *> realizable cero y no suma prevision.
       Informar-Retenidas.
           MOVE 0 TO WS-Retenidas
           PERFORM Escribir-Linea
           STRING "MERCADERIA RETENIDA (VALOR REALIZABLE CERO, FUERA"
               " DEL INVENTARIO CONTABLE)" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Cuarentena
           IF WS-CuarentenaStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Cuarentena NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CU-Estado = "CUARENTENA" THEN
                               MOVE CU-Cantidad TO WS-Cant-Ed
                               STRING CU-Product-ID " CUARENTENA   "
                                   WS-Cant-Ed " unidad(es) desde "
                                   CU-Fecha DELIMITED BY SIZE
                                   INTO WS-Linea
                               PERFORM Escribir-Linea
                               ADD CU-Cantidad TO WS-Retenidas
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Cuarentena
           END-IF
           OPEN INPUT Inspecciones
           IF WS-InspStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Inspecciones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF IN-Estado = "PENDIENTE" THEN
                               MOVE IN-Cantidad TO WS-Cant-Ed
                               STRING IN-Product-ID " INSPECCION   "
                                   WS-Cant-Ed " unidad(es) desde "
                                   IN-Fecha DELIMITED BY SIZE
                                   INTO WS-Linea
                               PERFORM Escribir-Linea
                               ADD IN-Cantidad TO WS-Retenidas
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Inspecciones
           END-IF
           MOVE WS-Retenidas TO WS-Cant-Ed
           STRING "Total retenido: " WS-Cant-Ed " unidad(es)"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Listar-Previsiones.
           OPEN INPUT Previsiones
           IF WS-PrevisionesStatus NOT = "00" THEN
               DISPLAY "No hay previsiones registradas."
           ELSE
               DISPLAY "PERIODO CATEGORIA            PRODUCTOS "
                   "      PREVISION CALCULADA USUARIO"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Previsiones NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE PV-Importe TO WS-Total-Ed
                           DISPLAY PV-Periodo "  " PV-Categoria " "
                               PV-Productos " " WS-Total-Ed " "
                               PV-Fecha " " PV-Usuario
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Previsiones
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
