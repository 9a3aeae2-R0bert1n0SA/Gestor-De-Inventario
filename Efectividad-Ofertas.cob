       IDENTIFICATION DIVISION.
       PROGRAM-ID. Efectividad-Ofertas AS "Efectividad-Ofertas".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ofertas ASSIGN TO 'Ofertas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OF-Clave
               FILE STATUS IS WS-OfertasStatus.

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
       FD  Ofertas.
      *>  Mismo layout que declara Ofertas.cob.
       01  OF-Rec.
           05 OF-Clave.
               10 OF-Product-ID        PIC X(10).
               10 OF-Secuencia         PIC 9(4).
           05 OF-Precio                PIC 9(5)V99.
           05 OF-Desde                 PIC 9(8).
           05 OF-Hasta                 PIC 9(8).
           05 OF-Usuario               PIC X(10).

       FD  Productos.
           COPY PRODUCTO.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  MovCerrado.
       01  Cerrado-Rec                 PIC X(124).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO REPLACING LEADING ==MOV-== BY ==CER-==.

           01 WS-Control.
               05 WS-OfertasStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-CerradoStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Sub           PIC X(1) VALUE 'N'.
               05 WS-EOF-Mov           PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoyInt                PIC 9(8).
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
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).

      *>   Seleccion de ofertas y ventanas de comparacion.
           01 WS-SemanasBase           PIC 9(2).
           01 WS-FinDesde              PIC 9(8).
           01 WS-FinHasta              PIC 9(8).
           01 WS-IntDesde              PIC 9(8).
           01 WS-IntHasta              PIC 9(8).
           01 WS-IntAux                PIC 9(8).
           01 WS-DiasOferta            PIC 9(5).
           01 WS-DiasBase              PIC 9(5).
           01 WS-DiasPost              PIC 9(5).
           01 WS-BaseIni               PIC 9(8).
           01 WS-BaseFin               PIC 9(8).
           01 WS-PostIni               PIC 9(8).
           01 WS-PostFin               PIC 9(8).
           01 WS-Evaluadas             PIC 9(5).
           01 WS-Pagaron               PIC 9(5).

      *>   Suma de salidas de un producto en un rango de fechas,
      *>   entre los meses rotados y el archivo vivo.
           01 WS-SumPID                PIC X(10).
           01 WS-SumDesde              PIC 9(8).
           01 WS-SumHasta              PIC 9(8).
           01 WS-SumUnidades           PIC 9(9).
           01 WS-SumMesIni             PIC 9(6).
           01 WS-SumMesFin             PIC 9(6).
           01 WS-AnoCursor             PIC 9(4).
           01 WS-MesCursor             PIC 9(2).
           01 WS-FechaMov              PIC 9(8).
           01 WS-Salida                PIC S9(9).

      *>   Resultado de una oferta.
           01 WS-Nombre                PIC X(30).
           01 WS-Categoria             PIC X(20).
           01 WS-PrecioNormal          PIC 9(5)V99.
           01 WS-Costo                 PIC 9(5)V99.
           01 WS-UniOferta             PIC 9(9).
           01 WS-UniBase               PIC 9(9).
           01 WS-UniPost               PIC 9(9).
           01 WS-Esperado              PIC 9(9)V99.
           01 WS-Incremento            PIC S9(9)V99.
           01 WS-LiftPct               PIC S9(7)V99.
           01 WS-DipPct                PIC S9(7)V99.
           01 WS-TasaBase              PIC 9(7)V9999.
           01 WS-TasaPost              PIC 9(7)V9999.
           01 WS-Cedido                PIC 9(11)V99.
           01 WS-MargenOferta          PIC S9(11)V99.
           01 WS-MargenEsperado        PIC S9(11)V99.
           01 WS-Neto                  PIC S9(11)V99.
           01 WS-TotCedido             PIC 9(13)V99.
           01 WS-TotNeto               PIC S9(13)V99.

      *>   Halo y canibalizacion sobre la categoria.
           01 WS-OtrosBase             PIC 9(9).
           01 WS-OtrosOferta           PIC 9(9).
           01 WS-OtrosEsperado         PIC 9(9)V99.
           01 WS-OtrosEfecto           PIC S9(9)V99.
           01 WS-ProdEsperado          PIC 9(9)V99.
           01 WS-ProdEfecto            PIC S9(9)V99.
           01 WS-ProdCambioPct         PIC S9(7)V99.
           01 WS-OtrosProductos        PIC 9(5).

           01 WS-UnidadesEd            PIC Z(8)9.
           01 WS-EsperadoEd            PIC Z(8)9.99.
           01 WS-IncrementoEd          PIC -(9)9.99.
           01 WS-PctEd                 PIC -(6)9.99.
           01 WS-ImporteEd             PIC Z(12)9.99.
           01 WS-NetoEd                PIC -(13)9.99.
           01 WS-TasaEd                PIC Z(6)9.99.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           COMPUTE WS-HoyInt = FUNCTION INTEGER-OF-DATE(WS-HoyNum)
           PERFORM Leer-Parametros
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Efectividad de ofertas -------"
               DISPLAY "1. Lift de las ofertas terminadas"
               DISPLAY "2. Halo y canibalizacion en la categoria"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Pedir-Rango
                       PERFORM Informe-Lift
                   WHEN 2
                       PERFORM Pedir-Rango
                       PERFORM Informe-Halo
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT PROGRAM.


      *> Semanas de venta normal previas a la oferta que se toman
      *> como linea de base (y como ventana posterior para medir
      *> la caida de ventas al terminar).
       Leer-Parametros.
           MOVE "4" TO WS-ValorParam
           MOVE "LIFT-SEMANAS-BASE" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           IF FUNCTION TEST-NUMVAL(WS-ValorParam) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-ValorParam)
                   TO WS-SemanasBase
           ELSE
               MOVE 4 TO WS-SemanasBase
           END-IF
           IF WS-SemanasBase = 0 THEN
               MOVE 4 TO WS-SemanasBase
           END-IF
       EXIT.


       Pedir-Rango.
           MOVE 0 TO WS-FinDesde
           MOVE WS-HoyNum TO WS-FinHasta
           DISPLAY "Ofertas terminadas desde (AAAAMMDD, Enter = "
               "todas): "
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FinDesde
               DISPLAY "Hasta (AAAAMMDD, Enter = hoy): "
               ACCEPT WS-Aux
               IF WS-Aux NOT = SPACES AND
                       FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FinHasta
               END-IF
           END-IF
       EXIT.


      *> Una oferta cuenta cuando ya termino (OF-Hasta anterior a
      *> hoy) y su fin cae en el rango pedido.
       Informe-Lift.
           MOVE 0 TO WS-Evaluadas
           MOVE 0 TO WS-Pagaron
           MOVE 0 TO WS-TotCedido
           MOVE 0 TO WS-TotNeto
           OPEN INPUT Ofertas
           IF WS-OfertasStatus NOT = "00" THEN
               DISPLAY "No hay ofertas registradas."
           ELSE
               MOVE "LIFT-OFER" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               STRING WS-FinDesde "-" WS-FinHasta " base "
                   WS-SemanasBase " sem" DELIMITED BY SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               STRING "EFECTIVIDAD DE OFERTAS TERMINADAS - LINEA DE "
                   "BASE " WS-SemanasBase " SEMANAS PREVIAS"
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               OPEN INPUT Productos
               OPEN INPUT Movimientos
               MOVE LOW-VALUES TO OF-Clave
               START Ofertas KEY IS NOT LESS THAN OF-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Ofertas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OF-Hasta < WS-HoyNum AND
                                   OF-Hasta >= WS-FinDesde AND
                                   OF-Hasta <= WS-FinHasta THEN
                               PERFORM Evaluar-Oferta
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-MovStatus = "00" THEN
                   CLOSE Movimientos
               END-IF
               IF WS-ProductosStatus = "00" THEN
                   CLOSE Productos
               END-IF
               CLOSE Ofertas
               MOVE WS-TotCedido TO WS-ImporteEd
               MOVE WS-TotNeto TO WS-NetoEd
               STRING "OFERTAS EVALUADAS: " WS-Evaluadas
                   " - SE PAGARON: " WS-Pagaron
                   " - MARGEN CEDIDO " WS-ImporteEd
                   " - RESULTADO NETO " WS-NetoEd
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe: " FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Ventanas: la linea de base son las semanas inmediatamente
      *> anteriores a OF-Desde; la posterior, las mismas semanas
      *> despues de OF-Hasta (recortada a ayer si todavia no
      *> pasaron completas).
       Armar-Ventanas.
           COMPUTE WS-IntDesde = FUNCTION INTEGER-OF-DATE(OF-Desde)
           COMPUTE WS-IntHasta = FUNCTION INTEGER-OF-DATE(OF-Hasta)
           COMPUTE WS-DiasOferta = WS-IntHasta - WS-IntDesde + 1
           COMPUTE WS-DiasBase = WS-SemanasBase * 7
           COMPUTE WS-IntAux = WS-IntDesde - WS-DiasBase
           COMPUTE WS-BaseIni = FUNCTION DATE-OF-INTEGER(WS-IntAux)
           COMPUTE WS-IntAux = WS-IntDesde - 1
           COMPUTE WS-BaseFin = FUNCTION DATE-OF-INTEGER(WS-IntAux)
           COMPUTE WS-IntAux = WS-IntHasta + 1
           COMPUTE WS-PostIni = FUNCTION DATE-OF-INTEGER(WS-IntAux)
           COMPUTE WS-IntAux = WS-IntHasta + WS-DiasBase
           IF WS-IntAux >= WS-HoyInt THEN
               COMPUTE WS-IntAux = WS-HoyInt - 1
           END-IF
           COMPUTE WS-DiasPost = WS-IntAux - WS-IntHasta
           COMPUTE WS-PostFin = FUNCTION DATE-OF-INTEGER(WS-IntAux)
       EXIT.


       Leer-Producto-Oferta.
           MOVE "(no esta en el catalogo)" TO WS-Nombre
           MOVE SPACES TO WS-Categoria
           MOVE 0 TO WS-PrecioNormal
           MOVE 0 TO WS-Costo
           IF WS-ProductosStatus = "00" THEN
               MOVE OF-Product-ID TO Product-ID
               READ Productos KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Nombre TO WS-Nombre
                       MOVE P-Categoria TO WS-Categoria
                       MOVE P-Precio-Venta TO WS-PrecioNormal
                       MOVE P-Costo-Promedio TO WS-Costo
               END-READ
           END-IF
       EXIT.


      *> Lift: unidades vendidas en la vigencia contra las que se
      *> esperaban al ritmo de la linea de base. Margen cedido: lo
      *> que se dejo de cobrar por unidad vendida en oferta. La
      *> oferta se pago si el margen que dejo supera al que habria
      *> dejado la venta esperada a precio normal.
       Evaluar-Oferta.
           ADD 1 TO WS-Evaluadas
           PERFORM Leer-Producto-Oferta
           PERFORM Armar-Ventanas
           MOVE OF-Product-ID TO WS-SumPID
           MOVE OF-Desde TO WS-SumDesde
           MOVE OF-Hasta TO WS-SumHasta
           PERFORM Sumar-Salidas
           MOVE WS-SumUnidades TO WS-UniOferta
           MOVE WS-BaseIni TO WS-SumDesde
           MOVE WS-BaseFin TO WS-SumHasta
           PERFORM Sumar-Salidas
           MOVE WS-SumUnidades TO WS-UniBase
           MOVE 0 TO WS-UniPost
           IF WS-DiasPost > 0 THEN
               MOVE WS-PostIni TO WS-SumDesde
               MOVE WS-PostFin TO WS-SumHasta
               PERFORM Sumar-Salidas
               MOVE WS-SumUnidades TO WS-UniPost
           END-IF
           COMPUTE WS-TasaBase ROUNDED = WS-UniBase / WS-DiasBase
           COMPUTE WS-Esperado ROUNDED =
               (WS-UniBase * WS-DiasOferta) / WS-DiasBase
           COMPUTE WS-Incremento = WS-UniOferta - WS-Esperado
           IF WS-PrecioNormal > OF-Precio THEN
               COMPUTE WS-Cedido =
                   WS-UniOferta * (WS-PrecioNormal - OF-Precio)
           ELSE
               MOVE 0 TO WS-Cedido
           END-IF
           COMPUTE WS-MargenOferta =
               WS-UniOferta * (OF-Precio - WS-Costo)
           COMPUTE WS-MargenEsperado ROUNDED =
               WS-Esperado * (WS-PrecioNormal - WS-Costo)
           COMPUTE WS-Neto = WS-MargenOferta - WS-MargenEsperado
           ADD WS-Cedido TO WS-TotCedido
           ADD WS-Neto TO WS-TotNeto
           IF WS-Neto >= 0 THEN
               ADD 1 TO WS-Pagaron
           END-IF
           STRING OF-Product-ID "/" OF-Secuencia " " WS-Nombre
               " oferta " OF-Precio " (normal " WS-PrecioNormal
               ") del " OF-Desde " al " OF-Hasta
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-UniBase TO WS-UnidadesEd
           MOVE WS-TasaBase TO WS-TasaEd
           STRING "  BASE " WS-DiasBase " dias: " WS-UnidadesEd
               " u (" WS-TasaEd "/dia) del " WS-BaseIni " al "
               WS-BaseFin DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           MOVE WS-UniOferta TO WS-UnidadesEd
           MOVE WS-Esperado TO WS-EsperadoEd
           MOVE WS-Incremento TO WS-IncrementoEd
           STRING "  OFERTA " WS-DiasOferta " dias: " WS-UnidadesEd
               " u, esperadas al ritmo de la base " WS-EsperadoEd
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Esperado > 0 THEN
               COMPUTE WS-LiftPct ROUNDED =
                   ((WS-UniOferta / WS-Esperado) - 1) * 100
               MOVE WS-LiftPct TO WS-PctEd
               STRING "  INCREMENTO " WS-IncrementoEd
                   " u - LIFT " WS-PctEd " %"
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               STRING "  INCREMENTO " WS-IncrementoEd
                   " u - LIFT sin ventas en la linea de base"
                   DELIMITED BY SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
           MOVE WS-Cedido TO WS-ImporteEd
           MOVE WS-Neto TO WS-NetoEd
           IF WS-Neto >= 0 THEN
               STRING "  MARGEN CEDIDO " WS-ImporteEd
                   " - RESULTADO NETO " WS-NetoEd " (SE PAGO)"
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               STRING "  MARGEN CEDIDO " WS-ImporteEd
                   " - RESULTADO NETO " WS-NetoEd " (NO SE PAGO)"
                   DELIMITED BY SIZE INTO WS-Linea
           END-IF
           PERFORM Escribir-Linea
           PERFORM Informar-Caida
       EXIT.


      *> Caida posterior: ritmo de venta despues de la oferta
      *> contra el de la linea de base (los clientes que se
      *> adelantaron a comprar).
       Informar-Caida.
           IF WS-DiasPost = 0 THEN
               STRING "  POSTERIOR: la oferta termino ayer, todavia "
                   "no hay dias para medir la caida"
                   DELIMITED BY SIZE INTO WS-Linea
           ELSE
               COMPUTE WS-TasaPost ROUNDED = WS-UniPost / WS-DiasPost
               MOVE WS-UniPost TO WS-UnidadesEd
               MOVE WS-TasaPost TO WS-TasaEd
               IF WS-TasaBase > 0 THEN
                   COMPUTE WS-DipPct ROUNDED =
                       (1 - (WS-TasaPost / WS-TasaBase)) * 100
                   MOVE WS-DipPct TO WS-PctEd
                   STRING "  POSTERIOR " WS-DiasPost " dias: "
                       WS-UnidadesEd " u (" WS-TasaEd "/dia) - "
                       "CAIDA " WS-PctEd " % contra la base"
                       DELIMITED BY SIZE INTO WS-Linea
               ELSE
                   STRING "  POSTERIOR " WS-DiasPost " dias: "
                       WS-UnidadesEd " u (" WS-TasaEd "/dia)"
                       DELIMITED BY SIZE INTO WS-Linea
               END-IF
           END-IF
           PERFORM Escribir-Linea
       EXIT.


      *> Vista de la categoria: para cada oferta terminada, el
      *> resto de los productos de su categoria en la vigencia
      *> contra su propia linea de base. Si en conjunto vendieron
      *> mas de lo esperado la oferta arrastro (halo); si vendieron
      *> menos, les saco ventas (canibalizacion).
       Informe-Halo.
           MOVE 0 TO WS-Evaluadas
           OPEN INPUT Ofertas
           IF WS-OfertasStatus NOT = "00" THEN
               DISPLAY "No hay ofertas registradas."
           ELSE
               MOVE "HALO-OFER" TO WS-CodigoInf
               MOVE SPACES TO WS-ParamInf
               STRING WS-FinDesde "-" WS-FinHasta " base "
                   WS-SemanasBase " sem" DELIMITED BY SIZE
                   INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               STRING "HALO Y CANIBALIZACION DE OFERTAS EN SU "
                   "CATEGORIA - LINEA DE BASE " WS-SemanasBase
                   " SEMANAS" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               OPEN INPUT Productos
               OPEN INPUT Movimientos
               MOVE LOW-VALUES TO OF-Clave
               START Ofertas KEY IS NOT LESS THAN OF-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Ofertas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF OF-Hasta < WS-HoyNum AND
                                   OF-Hasta >= WS-FinDesde AND
                                   OF-Hasta <= WS-FinHasta THEN
                               PERFORM Evaluar-Categoria
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-MovStatus = "00" THEN
                   CLOSE Movimientos
               END-IF
               IF WS-ProductosStatus = "00" THEN
                   CLOSE Productos
               END-IF
               CLOSE Ofertas
               STRING "OFERTAS EVALUADAS: " WS-Evaluadas
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               CLOSE Informe
               DISPLAY "Informe: " FUNCTION TRIM(WS-NombreInforme)
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Evaluar-Categoria.
           ADD 1 TO WS-Evaluadas
           PERFORM Leer-Producto-Oferta
           PERFORM Armar-Ventanas
           MOVE 0 TO WS-OtrosBase
           MOVE 0 TO WS-OtrosOferta
           MOVE 0 TO WS-OtrosProductos
           STRING OF-Product-ID "/" OF-Secuencia " " WS-Nombre
               " del " OF-Desde " al " OF-Hasta " - CATEGORIA "
               FUNCTION TRIM(WS-Categoria)
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Categoria = SPACES OR WS-ProductosStatus NOT = "00"
               THEN
               STRING "  producto fuera del catalogo: sin categoria "
                   "para comparar" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               MOVE WS-Categoria TO P-Categoria
               START Productos KEY IS NOT LESS THAN P-Categoria
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Sub
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Sub
               END-START
               PERFORM UNTIL WS-EOF-Sub = 'Y'
                   READ Productos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Sub
                       NOT AT END
                           IF P-Categoria NOT = WS-Categoria THEN
                               MOVE 'Y' TO WS-EOF-Sub
                           ELSE
                               IF Product-ID NOT = OF-Product-ID
                                   THEN
                                   PERFORM Evaluar-Vecino
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Sub
               PERFORM Cerrar-Efecto-Categoria
           END-IF
       EXIT.


       Evaluar-Vecino.
           MOVE Product-ID TO WS-SumPID
           MOVE OF-Desde TO WS-SumDesde
           MOVE OF-Hasta TO WS-SumHasta
           PERFORM Sumar-Salidas
           MOVE WS-SumUnidades TO WS-UniOferta
           MOVE WS-BaseIni TO WS-SumDesde
           MOVE WS-BaseFin TO WS-SumHasta
           PERFORM Sumar-Salidas
           MOVE WS-SumUnidades TO WS-UniBase
           IF WS-UniOferta > 0 OR WS-UniBase > 0 THEN
               ADD 1 TO WS-OtrosProductos
               ADD WS-UniOferta TO WS-OtrosOferta
               ADD WS-UniBase TO WS-OtrosBase
               COMPUTE WS-ProdEsperado ROUNDED =
                   (WS-UniBase * WS-DiasOferta) / WS-DiasBase
               COMPUTE WS-ProdEfecto =
                   WS-UniOferta - WS-ProdEsperado
               MOVE WS-UniOferta TO WS-UnidadesEd
               MOVE WS-ProdEsperado TO WS-EsperadoEd
               MOVE WS-ProdEfecto TO WS-IncrementoEd
               IF WS-ProdEsperado > 0 THEN
                   COMPUTE WS-ProdCambioPct ROUNDED =
                       ((WS-UniOferta / WS-ProdEsperado) - 1) * 100
                   MOVE WS-ProdCambioPct TO WS-PctEd
                   STRING "  " Product-ID " " P-Nombre " vendio "
                       WS-UnidadesEd " esperadas " WS-EsperadoEd
                       " efecto " WS-IncrementoEd " (" WS-PctEd
                       " %)" DELIMITED BY SIZE INTO WS-Linea
               ELSE
                   STRING "  " Product-ID " " P-Nombre " vendio "
                       WS-UnidadesEd " esperadas " WS-EsperadoEd
                       " efecto " WS-IncrementoEd
                       DELIMITED BY SIZE INTO WS-Linea
               END-IF
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Cerrar-Efecto-Categoria.
           COMPUTE WS-OtrosEsperado ROUNDED =
               (WS-OtrosBase * WS-DiasOferta) / WS-DiasBase
           COMPUTE WS-OtrosEfecto = WS-OtrosOferta - WS-OtrosEsperado
           MOVE WS-OtrosOferta TO WS-UnidadesEd
           MOVE WS-OtrosEsperado TO WS-EsperadoEd
           MOVE WS-OtrosEfecto TO WS-IncrementoEd
           EVALUATE TRUE
               WHEN WS-OtrosProductos = 0
                   STRING "  RESTO DE LA CATEGORIA: sin ventas en "
                       "la base ni en la vigencia"
                       DELIMITED BY SIZE INTO WS-Linea
               WHEN WS-OtrosEfecto > 0
                   STRING "  RESTO DE LA CATEGORIA: " WS-UnidadesEd
                       " u contra " WS-EsperadoEd " esperadas, "
                       WS-IncrementoEd " u - HALO"
                       DELIMITED BY SIZE INTO WS-Linea
               WHEN WS-OtrosEfecto < 0
                   STRING "  RESTO DE LA CATEGORIA: " WS-UnidadesEd
                       " u contra " WS-EsperadoEd " esperadas, "
                       WS-IncrementoEd " u - CANIBALIZACION"
                       DELIMITED BY SIZE INTO WS-Linea
               WHEN OTHER
                   STRING "  RESTO DE LA CATEGORIA: " WS-UnidadesEd
                       " u, sin efecto" DELIMITED BY SIZE
                       INTO WS-Linea
           END-EVALUATE
           PERFORM Escribir-Linea
       EXIT.


      *> Unidades que salieron por VENTA o REMITO (el mismo
      *> criterio del informe de ventas bajo oferta) entre dos
      *> fechas: primero los meses ya rotados por el cierre
      *> mensual y despues el archivo vivo, con START directo.
       Sumar-Salidas.
           MOVE 0 TO WS-SumUnidades
           COMPUTE WS-SumMesIni = WS-SumDesde / 100
           COMPUTE WS-SumMesFin = WS-SumHasta / 100
           MOVE WS-SumMesIni(1:4) TO WS-AnoCursor
           MOVE WS-SumMesIni(5:2) TO WS-MesCursor
           PERFORM UNTIL ((WS-AnoCursor * 100) + WS-MesCursor)
                   > WS-SumMesFin
               PERFORM Sumar-Mes-Cerrado
               IF WS-MesCursor = 12 THEN
                   MOVE 1 TO WS-MesCursor
                   ADD 1 TO WS-AnoCursor
               ELSE
                   ADD 1 TO WS-MesCursor
               END-IF
           END-PERFORM
           IF WS-MovStatus = "00" THEN
               MOVE WS-SumPID TO MOV-Product-ID
               MOVE WS-SumDesde(1:4) TO MOV-Ano
               MOVE WS-SumDesde(5:2) TO MOV-Mes
               MOVE WS-SumDesde(7:2) TO MOV-Dia
               MOVE 0 TO MOV-HH
               MOVE 0 TO MOV-MM
               MOVE 0 TO MOV-SS
               MOVE 0 TO MOV-Secuencia
               START Movimientos KEY IS NOT LESS THAN MOV-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Mov
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Mov
               END-START
               PERFORM UNTIL WS-EOF-Mov = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Mov
                       NOT AT END
                           COMPUTE WS-FechaMov = (MOV-Ano * 10000)
                               + (MOV-Mes * 100) + MOV-Dia
                           IF MOV-Product-ID NOT = WS-SumPID
                                   OR WS-FechaMov > WS-SumHasta THEN
                               MOVE 'Y' TO WS-EOF-Mov
                           ELSE
                               IF MOV-Operacion = "VENTA" OR
                                       MOV-Operacion = "REMITO" THEN
                                   COMPUTE WS-Salida =
                                       MOV-Stock-Antes -
                                       MOV-Stock-Despues
                                   IF WS-Salida > 0 THEN
                                       ADD WS-Salida
                                           TO WS-SumUnidades
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Mov
           END-IF
       EXIT.


      *> El mes rotado esta grabado en orden de clave: se corta al
      *> pasar el producto buscado.
       Sumar-Mes-Cerrado.
           MOVE SPACES TO WS-NombreCerrado
           STRING "Movimientos-" WS-AnoCursor WS-MesCursor ".DAT"
               DELIMITED BY SIZE INTO WS-NombreCerrado
           OPEN INPUT MovCerrado
           IF WS-CerradoStatus = "00" THEN
               MOVE 'N' TO WS-EOF-Mov
               PERFORM UNTIL WS-EOF-Mov = 'Y'
                   READ MovCerrado
                       AT END
                           MOVE 'Y' TO WS-EOF-Mov
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO CER-Rec
                               PERFORM Sumar-Registro-Cerrado
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Mov
               CLOSE MovCerrado
           END-IF
       EXIT.


       Sumar-Registro-Cerrado.
           IF CER-Product-ID > WS-SumPID THEN
               MOVE 'Y' TO WS-EOF-Mov
           ELSE
               IF CER-Product-ID = WS-SumPID THEN
                   COMPUTE WS-FechaMov = (CER-Ano * 10000)
                       + (CER-Mes * 100) + CER-Dia
                   IF WS-FechaMov >= WS-SumDesde AND
                           WS-FechaMov <= WS-SumHasta AND
                           (CER-Operacion = "VENTA" OR
                           CER-Operacion = "REMITO") THEN
                       COMPUTE WS-Salida =
                           CER-Stock-Antes - CER-Stock-Despues
                       IF WS-Salida > 0 THEN
                           ADD WS-Salida TO WS-SumUnidades
                       END-IF
                   END-IF
               END-IF
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
