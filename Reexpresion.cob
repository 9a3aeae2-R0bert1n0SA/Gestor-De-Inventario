       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reexpresion AS "Reexpresion".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CapasCosto ASSIGN TO 'Capas-Costo.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-Clave
               FILE STATUS IS WS-CapasStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Reexpresiones ASSIGN TO 'Reexpresion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-Clave
               FILE STATUS IS WS-ReexpStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Productos.
           COPY PRODUCTO.

       FD  Reexpresiones.
           COPY REEXPRESION.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CapasStatus       PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ReexpStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

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
           01 WS-PeriodoOk             PIC X(1).

      *>   Corrida.
           01 WS-AnoPeriodo            PIC 9(4).
           01 WS-MesPeriodo            PIC 9(2).
           01 WS-Periodo               PIC 9(6).
           01 WS-FechaCorte            PIC 9(8).
           01 WS-FechaSiguiente        PIC 9(8).
           01 WS-PeriodoCapa           PIC 9(6).
           01 WS-Coeficiente           PIC 9(3)V9(6).
           01 WS-IndiceOk              PIC X(1).
           01 WS-Existe                PIC X(1).
           01 WS-SinIndice             PIC 9(7).
           01 WS-Posteriores           PIC 9(7).
           01 WS-Productos             PIC 9(7).

      *>   Acumulado del producto en curso.
           01 WS-ProductoActual        PIC X(10).
           01 WS-Hay-Producto          PIC X(1).
           01 WS-ProdCantidad          PIC 9(9).
           01 WS-ProdHistorico         PIC 9(13)V99.
           01 WS-ProdReexpresado       PIC 9(13)V99.
           01 WS-ValorCapa             PIC 9(13)V99.
           01 WS-TotHistorico          PIC 9(13)V99.
           01 WS-TotReexpresado        PIC 9(13)V99.
           01 WS-TotAjuste             PIC S9(13)V99.

           01 WS-CategoriasTabla.
               05 WS-Categoria-Entry OCCURS 50 TIMES.
                   10 WS-CT-Categoria      PIC X(20).
                   10 WS-CT-Historico      PIC 9(13)V99.
                   10 WS-CT-Reexpresado    PIC 9(13)V99.
           01 WS-CategoriasUsadas      PIC 9(2) VALUE 0.
           01 WS-CT-Idx                PIC 9(2).
           01 WS-CT-Hallada            PIC X(1).
           01 WS-CategoriasPerdidas    PIC 9(5).

           01 WS-Cant-Ed               PIC Z(8)9.
           01 WS-Hist-Ed               PIC Z(12)9.99.
           01 WS-Reex-Ed               PIC Z(12)9.99.
           01 WS-Ajuste-Ed             PIC -(12)9.99.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Reexpresion del inventario en moneda de cierre para los
      *> libros legales: cada capa FIFO sobreviviente se lleva al
      *> indice del mes de cierre con el coeficiente del mes en que
      *> se recibio. El resultado por producto queda en
      *> Reexpresion.DAT para Asiento-Contable y Libro-Inventario.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Reexpresion por inflacion -------"
               DISPLAY "1. Reexpresar el inventario al cierre de "
                   "un mes"
               DISPLAY "2. Indices de precios"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Reexpresar-Periodo
                   WHEN 2
                       CALL "Indices-Precios" USING 0, 0, 0, 0,
                           SPACES
                       CANCEL "Indices-Precios"
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT PROGRAM.


       Reexpresar-Periodo.
           DISPLAY "Anio del cierre (AAAA): "
           ACCEPT WS-AnoPeriodo
           DISPLAY "Mes del cierre (MM): "
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
               MOVE WS-Periodo TO WS-PeriodoCapa
               CALL "Indices-Precios" USING 1, WS-PeriodoCapa,
                   WS-Periodo, WS-Coeficiente, WS-IndiceOk
               CANCEL "Indices-Precios"
               IF WS-IndiceOk NOT = 'S' THEN
                   DISPLAY "Falta el indice de " WS-Periodo
                       "; cargarlo antes de reexpresar."
               ELSE
                   CALL "Periodos-Contables" USING 1, WS-Usuario,
                       WS-FechaCorte, WS-PeriodoOk
                   IF WS-PeriodoOk = 'S' THEN
                       PERFORM Confirmar-Reemplazo
                   END-IF
               END-IF
           END-IF
       EXIT.


       Abrir-Reexpresiones.
           OPEN I-O Reexpresiones
           IF WS-ReexpStatus = "35" THEN
               CLOSE Reexpresiones
               OPEN OUTPUT Reexpresiones
               CLOSE Reexpresiones
               OPEN I-O Reexpresiones
           END-IF
       EXIT.


       Confirmar-Reemplazo.
           PERFORM Abrir-Reexpresiones
           MOVE 'N' TO WS-Existe
           MOVE WS-Periodo TO RX-Periodo
           MOVE LOW-VALUES TO RX-Product-ID
           START Reexpresiones KEY IS NOT LESS THAN RX-Clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ Reexpresiones NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RX-Periodo = WS-Periodo THEN
                               MOVE 'S' TO WS-Existe
                           END-IF
                   END-READ
           END-START
           CLOSE Reexpresiones
           MOVE "S" TO WS-Confirmar
           IF WS-Existe = 'S' THEN
               DISPLAY "El mes ya esta reexpresado; se reemplaza. "
                   "Confirma (S/N): "
               ACCEPT WS-Confirmar
           END-IF
           IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
               PERFORM Borrar-Periodo
               PERFORM Procesar-Capas
           ELSE
               DISPLAY "Reexpresion cancelada."
           END-IF
       EXIT.


       Borrar-Periodo.
           PERFORM Abrir-Reexpresiones
           MOVE WS-Periodo TO RX-Periodo
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
                       IF RX-Periodo = WS-Periodo THEN
                           DELETE Reexpresiones RECORD
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           CLOSE Reexpresiones
       EXIT.


      *> Las capas vienen ordenadas por producto: se acumula cada
      *> producto hasta el corte. Las capas recibidas despues del
      *> cierre no forman parte del inventario de ese mes.
       Procesar-Capas.
           MOVE 0 TO WS-SinIndice
           MOVE 0 TO WS-Posteriores
           MOVE 0 TO WS-Productos
           MOVE 0 TO WS-TotHistorico
           MOVE 0 TO WS-TotReexpresado
           MOVE 0 TO WS-CategoriasUsadas
           MOVE 0 TO WS-CategoriasPerdidas
           MOVE 'N' TO WS-Hay-Producto
           MOVE "REEXPRES" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-AnoPeriodo "-" WS-MesPeriodo
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "REEXPRESION DEL INVENTARIO AL CIERRE "
               WS-AnoPeriodo "-" WS-MesPeriodo
               " (capas FIFO vigentes al " WS-HoyNum ")"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "PRODUCTO   CATEGORIA             CANTIDAD"
               "        HISTORICO      REEXPRESADO           AJUSTE"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT CapasCosto
           IF WS-CapasStatus NOT = "00" THEN
               STRING "No hay capas de costo registradas."
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               OPEN INPUT Productos
               PERFORM Abrir-Reexpresiones
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ CapasCosto NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Evaluar-Capa
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               IF WS-Hay-Producto = 'S' THEN
                   PERFORM Cerrar-Producto
               END-IF
               CLOSE Reexpresiones
               IF WS-ProductosStatus = "00" THEN
                   CLOSE Productos
               END-IF
               CLOSE CapasCosto
           END-IF
           PERFORM Emitir-Categorias
           CLOSE Informe
           DISPLAY "Informe guardado en " WS-NombreInforme
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Evaluar-Capa.
           IF WS-Hay-Producto = 'S' AND
                   CC-Product-ID NOT = WS-ProductoActual THEN
               PERFORM Cerrar-Producto
           END-IF
           IF WS-Hay-Producto = 'N' THEN
               MOVE CC-Product-ID TO WS-ProductoActual
               MOVE 0 TO WS-ProdCantidad
               MOVE 0 TO WS-ProdHistorico
               MOVE 0 TO WS-ProdReexpresado
               MOVE 'S' TO WS-Hay-Producto
           END-IF
           COMPUTE WS-PeriodoCapa = (CC-Ano * 100) + CC-Mes
           IF CC-Cantidad-Restante > 0 THEN
               IF WS-PeriodoCapa > WS-Periodo THEN
                   ADD 1 TO WS-Posteriores
               ELSE
                   CALL "Indices-Precios" USING 1, WS-PeriodoCapa,
                       WS-Periodo, WS-Coeficiente, WS-IndiceOk
                   IF WS-IndiceOk NOT = 'S' THEN
                       ADD 1 TO WS-SinIndice
                   END-IF
                   COMPUTE WS-ValorCapa =
                       CC-Cantidad-Restante * CC-Costo-Unitario
                   ADD CC-Cantidad-Restante TO WS-ProdCantidad
                   ADD WS-ValorCapa TO WS-ProdHistorico
                   COMPUTE WS-ProdReexpresado ROUNDED =
                       WS-ProdReexpresado +
                       (WS-ValorCapa * WS-Coeficiente)
               END-IF
           END-IF
       EXIT.


       Cerrar-Producto.
           IF WS-ProdCantidad > 0 THEN
               MOVE "SIN CATEGORIA" TO RX-Categoria
               IF WS-ProductosStatus = "00" THEN
                   MOVE WS-ProductoActual TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE P-Categoria TO RX-Categoria
                   END-READ
               END-IF
               MOVE WS-Periodo TO RX-Periodo
               MOVE WS-ProductoActual TO RX-Product-ID
               MOVE WS-ProdCantidad TO RX-Cantidad
               MOVE WS-ProdHistorico TO RX-Historico
               MOVE WS-ProdReexpresado TO RX-Reexpresado
               COMPUTE RX-Ajuste =
                   WS-ProdReexpresado - WS-ProdHistorico
               MOVE WS-HoyNum TO RX-Fecha
               MOVE WS-Usuario TO RX-Usuario
               WRITE RX-Rec
                   INVALID KEY
                       REWRITE RX-Rec
               END-WRITE
               ADD 1 TO WS-Productos
               ADD WS-ProdHistorico TO WS-TotHistorico
               ADD WS-ProdReexpresado TO WS-TotReexpresado
               MOVE WS-ProdCantidad TO WS-Cant-Ed
               MOVE WS-ProdHistorico TO WS-Hist-Ed
               MOVE WS-ProdReexpresado TO WS-Reex-Ed
               MOVE RX-Ajuste TO WS-Ajuste-Ed
               STRING RX-Product-ID " " RX-Categoria " "
                   WS-Cant-Ed " " WS-Hist-Ed " " WS-Reex-Ed " "
                   WS-Ajuste-Ed DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               PERFORM Acumular-Categoria
           END-IF
           MOVE 'N' TO WS-Hay-Producto
       EXIT.


       Acumular-Categoria.
           MOVE 'N' TO WS-CT-Hallada
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-CategoriasUsadas
                   OR WS-CT-Hallada = 'S'
               IF WS-CT-Categoria(WS-CT-Idx) = RX-Categoria THEN
                   MOVE 'S' TO WS-CT-Hallada
               END-IF
           END-PERFORM
           IF WS-CT-Hallada = 'S' THEN
               SUBTRACT 1 FROM WS-CT-Idx
           ELSE
               IF WS-CategoriasUsadas < 50 THEN
                   ADD 1 TO WS-CategoriasUsadas
                   MOVE WS-CategoriasUsadas TO WS-CT-Idx
                   MOVE RX-Categoria TO WS-CT-Categoria(WS-CT-Idx)
                   MOVE 0 TO WS-CT-Historico(WS-CT-Idx)
                   MOVE 0 TO WS-CT-Reexpresado(WS-CT-Idx)
               ELSE
                   MOVE 0 TO WS-CT-Idx
                   ADD 1 TO WS-CategoriasPerdidas
               END-IF
           END-IF
           IF WS-CT-Idx > 0 THEN
               ADD RX-Historico TO WS-CT-Historico(WS-CT-Idx)
               ADD RX-Reexpresado TO WS-CT-Reexpresado(WS-CT-Idx)
           END-IF
       EXIT.


       Emitir-Categorias.
           PERFORM Escribir-Linea
           STRING "RESUMEN POR CATEGORIA" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-CategoriasUsadas
               MOVE WS-CT-Historico(WS-CT-Idx) TO WS-Hist-Ed
               MOVE WS-CT-Reexpresado(WS-CT-Idx) TO WS-Reex-Ed
               COMPUTE WS-TotAjuste = WS-CT-Reexpresado(WS-CT-Idx)
                   - WS-CT-Historico(WS-CT-Idx)
               MOVE WS-TotAjuste TO WS-Ajuste-Ed
               STRING WS-CT-Categoria(WS-CT-Idx) "           "
                   WS-Hist-Ed " " WS-Reex-Ed " " WS-Ajuste-Ed
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           MOVE WS-TotHistorico TO WS-Hist-Ed
           MOVE WS-TotReexpresado TO WS-Reex-Ed
           COMPUTE WS-TotAjuste = WS-TotReexpresado - WS-TotHistorico
           MOVE WS-TotAjuste TO WS-Ajuste-Ed
           STRING "TOTAL                          "
               WS-Hist-Ed " " WS-Reex-Ed " " WS-Ajuste-Ed
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "Productos reexpresados: " WS-Productos
               " - capas sin indice (coeficiente 1): " WS-SinIndice
               " - capas posteriores al cierre: " WS-Posteriores
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-CategoriasPerdidas > 0 THEN
               STRING "ATENCION: " WS-CategoriasPerdidas
                   " producto(s) fuera del resumen (tope de 50 "
                   "categorias)" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
