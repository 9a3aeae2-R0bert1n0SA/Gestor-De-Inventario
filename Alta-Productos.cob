       IDENTIFICATION DIVISION.
       PROGRAM-ID. Alta-Productos AS "Alta-Productos".
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

           SELECT Proveedores ASSIGN TO 'Proveedores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-Codigo
               FILE STATUS IS WS-ProvStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Productos.
           COPY PRODUCTO.

       FD  Proveedores.
           COPY PROVEEDOR.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.

           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-ProvStatus        PIC XX.
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
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-PID                   PIC X(10).
           01 WS-Sector                PIC 9(1).
           01 WS-LockOk                PIC X(1).
           01 WS-Resultado             PIC X(1).
           01 WS-TasaIVA               PIC 9(2)V99.
           01 WS-Codigo                PIC X(20).
           01 WS-Numero                PIC 9(7)V99.
           01 WS-Cambio                PIC X(1).
           01 WS-Adeudados             PIC 9(5).
           01 WS-Pendientes            PIC 9(5).
           01 WS-Habilitados           PIC 9(5).

      *>   Lista de control del alta: un producto nuevo queda
      *>   PENDIENTE hasta que cada sector cargo lo suyo.
      *>   COMPRAS:   proveedor y unidad de compra con su factor.
      *>   PRECIOS:   precio de venta.
      *>   DEPOSITO:  ubicacion y codigo de barras.
      *>   IMPUESTOS: categoria de IVA explicita.
           01 WS-Checklist.
               05 WS-FaltaCompras      PIC X(1).
               05 WS-FaltaPrecios      PIC X(1).
               05 WS-FaltaDeposito     PIC X(1).
               05 WS-FaltaImpuestos    PIC X(1).
           01 WS-Completo              PIC X(1).
           01 WS-Faltan                PIC X(60).
           01 WS-Detalle               PIC X(60).
           01 WS-Puntero               PIC 9(3).

       LINKAGE SECTION.
      *> Flag 1: revisa la lista de control del registro de producto
      *>         LK-Producto: 'S'/'N' en LK-Completo y en LK-Faltan
      *>         los sectores que todavia deben datos.
      *> Otro valor: pantalla de altas pendientes (completar datos
      *>         por sector, habilitar e informe de lo adeudado)
      *>         para el usuario LK-Usuario.
           01 LK-Flag                  PIC 9(2).
           01 LK-Producto              PIC X(549).
           01 LK-Completo              PIC X(1).
           01 LK-Faltan                PIC X(60).
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Flag, LK-Producto, LK-Completo,
               LK-Faltan, LK-Usuario.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   MOVE LK-Producto TO Product
                   PERFORM Evaluar-Checklist
                   MOVE WS-Completo TO LK-Completo
                   MOVE WS-Faltan TO LK-Faltan
               WHEN OTHER
                   MOVE LK-Usuario TO WS-Usuario
                   PERFORM Menu-Altas
           END-EVALUATE
       EXIT PROGRAM.


       Evaluar-Checklist.
           MOVE 'N' TO WS-FaltaCompras
           MOVE 'N' TO WS-FaltaPrecios
           MOVE 'N' TO WS-FaltaDeposito
           MOVE 'N' TO WS-FaltaImpuestos
           IF P-Proveedor = SPACES OR P-Unidad-Compra = SPACES
                   OR P-Factor-Conversion = 0 THEN
               MOVE 'S' TO WS-FaltaCompras
           END-IF
           IF P-Precio-Venta = 0 THEN
               MOVE 'S' TO WS-FaltaPrecios
           END-IF
           IF P-Ubicacion = SPACES OR P-Codigo-Barras = SPACES THEN
               MOVE 'S' TO WS-FaltaDeposito
           END-IF
           IF P-Categoria-IVA = SPACES THEN
               MOVE 'S' TO WS-FaltaImpuestos
           END-IF
           MOVE SPACES TO WS-Faltan
           MOVE 1 TO WS-Puntero
           IF WS-FaltaCompras = 'S' THEN
               STRING "COMPRAS " DELIMITED BY SIZE INTO WS-Faltan
                   WITH POINTER WS-Puntero
           END-IF
           IF WS-FaltaPrecios = 'S' THEN
               STRING "PRECIOS " DELIMITED BY SIZE INTO WS-Faltan
                   WITH POINTER WS-Puntero
           END-IF
           IF WS-FaltaDeposito = 'S' THEN
               STRING "DEPOSITO " DELIMITED BY SIZE INTO WS-Faltan
                   WITH POINTER WS-Puntero
           END-IF
           IF WS-FaltaImpuestos = 'S' THEN
               STRING "IMPUESTOS " DELIMITED BY SIZE INTO WS-Faltan
                   WITH POINTER WS-Puntero
           END-IF
           IF WS-Faltan = SPACES THEN
               MOVE 'S' TO WS-Completo
           ELSE
               MOVE 'N' TO WS-Completo
           END-IF
       EXIT.


       Menu-Altas.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Altas de productos pendientes -------"
               DISPLAY "1. Completar los datos de un producto"
               DISPLAY "2. Habilitar los productos completos"
               DISPLAY "3. Informe de pendientes por sector"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Completar-Producto
                   WHEN 2
                       PERFORM Habilitar-Completos
                   WHEN 3
                       PERFORM Informe-Pendientes
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Abrir-Productos.
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Cada sector completa solo lo suyo; al quedar la lista
      *> completa el producto pasa a ACTIVO y ya se puede vender.
       Completar-Producto.
           DISPLAY "Producto a completar: "
           ACCEPT WS-PID
           PERFORM Abrir-Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-PID TO Product-ID
               READ Productos
                   INVALID KEY
                       DISPLAY "Producto no encontrado."
                   NOT INVALID KEY
                       IF P-Estado NOT = "PENDIENTE" THEN
                           DISPLAY "El producto no tiene el alta "
                               "pendiente (estado "
                               FUNCTION TRIM(P-Estado) ")."
                       ELSE
                           PERFORM Completar-Con-Bloqueo
                       END-IF
               END-READ
               CLOSE Productos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Completar-Con-Bloqueo.
           CALL "Bloqueos" USING 1, Product-ID, WS-Usuario, WS-LockOk
           IF WS-LockOk = 'S' THEN
               PERFORM Completar-Sector
               CALL "Bloqueos" USING 2, Product-ID, WS-Usuario,
                   WS-LockOk
           ELSE
               DISPLAY "El producto esta en uso por otro usuario."
           END-IF
       EXIT.


       Completar-Sector.
           PERFORM Evaluar-Checklist
           PERFORM Mostrar-Checklist
           DISPLAY "Sector que completa: 1. Compras  2. Precios  "
               "3. Deposito  4. Impuestos  0. Ninguno"
           ACCEPT WS-Sector
           MOVE 'N' TO WS-Cambio
           EVALUATE WS-Sector
               WHEN 1
                   PERFORM Completar-Compras
               WHEN 2
                   PERFORM Completar-Precios
               WHEN 3
                   PERFORM Completar-Deposito
               WHEN 4
                   PERFORM Completar-Impuestos
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-Cambio = 'S' THEN
               PERFORM Evaluar-Checklist
               IF WS-Completo = 'S' THEN
                   MOVE "ACTIVO" TO P-Estado
               END-IF
               PERFORM Grabar-Producto
               IF WS-ProductosStatus = "00" THEN
                   IF WS-Completo = 'S' THEN
                       DISPLAY "Lista completa: el producto queda "
                           "ACTIVO y habilitado para la venta."
                   ELSE
                       DISPLAY "Datos guardados; todavia deben: "
                           FUNCTION TRIM(WS-Faltan)
                   END-IF
               END-IF
           END-IF
       EXIT.


       Mostrar-Checklist.
           DISPLAY "Producto " Product-ID " - "
               FUNCTION TRIM(P-Nombre)
           IF WS-FaltaCompras = 'S' THEN
               DISPLAY "  [ ] COMPRAS   proveedor y unidad de compra"
           ELSE
               DISPLAY "  [x] COMPRAS   " FUNCTION TRIM(P-Proveedor)
                   " - compra en " P-Unidad-Compra " x "
                   P-Factor-Conversion
           END-IF
           IF WS-FaltaPrecios = 'S' THEN
               DISPLAY "  [ ] PRECIOS   precio de venta"
           ELSE
               DISPLAY "  [x] PRECIOS   venta a " P-Precio-Venta
           END-IF
           IF WS-FaltaDeposito = 'S' THEN
               DISPLAY "  [ ] DEPOSITO  ubicacion y codigo de barras"
           ELSE
               DISPLAY "  [x] DEPOSITO  " FUNCTION TRIM(P-Ubicacion)
                   " - " FUNCTION TRIM(P-Codigo-Barras)
           END-IF
           IF WS-FaltaImpuestos = 'S' THEN
               DISPLAY "  [ ] IMPUESTOS categoria de IVA"
           ELSE
               DISPLAY "  [x] IMPUESTOS IVA " P-Categoria-IVA
           END-IF
       EXIT.


       Completar-Compras.
           DISPLAY "Codigo del proveedor preferido (Enter = "
               "mantener): "
           ACCEPT PROV-Codigo
           IF PROV-Codigo NOT = SPACES THEN
               OPEN INPUT Proveedores
               IF WS-ProvStatus = "00" THEN
                   READ Proveedores
                       INVALID KEY
                           DISPLAY "Proveedor no encontrado."
                       NOT INVALID KEY
                           IF PROV-Estado = 'I' THEN
                               DISPLAY "El proveedor esta "
                                   "desactivado; elija otro."
                           ELSE
                               MOVE PROV-Nombre TO P-Proveedor
                               MOVE 'S' TO WS-Cambio
                           END-IF
                   END-READ
                   CLOSE Proveedores
               ELSE
                   DISPLAY "No hay proveedores registrados."
               END-IF
           END-IF
           DISPLAY "Unidad de compra (Enter = mantener): "
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               INSPECT WS-Aux CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-Aux(1:2) TO P-Unidad-Compra
               DISPLAY "Unidades de venta por unidad de compra: "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                       FUNCTION NUMVAL(WS-Aux) > 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux)
                       TO P-Factor-Conversion
               ELSE
                   MOVE 1 TO P-Factor-Conversion
               END-IF
               MOVE 'S' TO WS-Cambio
           END-IF
       EXIT.


       Completar-Precios.
           DISPLAY "Precio de venta: "
           ACCEPT WS-Aux
           MOVE 0 TO WS-Numero
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Numero
           END-IF
           IF WS-Numero = 0 OR WS-Numero > 99999.99 THEN
               DISPLAY "Precio no valido."
           ELSE
               MOVE WS-Numero TO P-Precio-Venta
               MOVE 'S' TO WS-Cambio
           END-IF
       EXIT.


       Completar-Deposito.
           DISPLAY "Ubicacion (Enter = mantener): "
           ACCEPT WS-Codigo
           IF WS-Codigo NOT = SPACES THEN
               CALL "Ubicaciones-Admin" USING 1, WS-Codigo,
                   WS-Resultado
               IF WS-Resultado = 'S' THEN
                   MOVE WS-Codigo TO P-Ubicacion
                   MOVE 'S' TO WS-Cambio
               ELSE
                   DISPLAY "La ubicacion no esta en el maestro de "
                       "ubicaciones."
               END-IF
           END-IF
           DISPLAY "Codigo de barras (Enter = mantener): "
           ACCEPT WS-Codigo
           IF WS-Codigo NOT = SPACES THEN
               MOVE WS-Codigo TO P-Codigo-Barras
               MOVE 'S' TO WS-Cambio
           END-IF
       EXIT.


       Completar-Impuestos.
           DISPLAY "Categoria de IVA (21/10/EX): "
           ACCEPT WS-Codigo
           INSPECT WS-Codigo CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-Codigo NOT = SPACES THEN
               CALL "Impuestos" USING 1, WS-Codigo(1:2), WS-TasaIVA,
                   WS-Resultado
               IF WS-Resultado = 'S' THEN
                   MOVE WS-Codigo(1:2) TO P-Categoria-IVA
                   MOVE 'S' TO WS-Cambio
               ELSE
                   DISPLAY "Categoria de IVA no valida."
               END-IF
           END-IF
       EXIT.


       Grabar-Producto.
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO Dia-Modificacion
           MOVE WS-Fecha(5:2) TO Mes-Modificacion
           MOVE WS-Fecha(1:4) TO Ano-Modificacion
           ADD WS-Year TO Ano-Modificacion GIVING Ano-Modificacion
           MOVE WS-Usuario TO P-Usuario
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               PERFORM Registrar-Movimiento
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Los productos cargados por lote o completados desde la
      *> actualizacion del maestro quedan PENDIENTE aunque ya
      *> tengan todo: esta pasada los habilita de una vez.
       Habilitar-Completos.
           MOVE 0 TO WS-Habilitados
           MOVE 0 TO WS-Pendientes
           PERFORM Abrir-Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE LOW-VALUES TO Product-ID
               START Productos KEY IS NOT LESS THAN Product-ID
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
                           IF P-Estado = "PENDIENTE" THEN
                               PERFORM Habilitar-Uno
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Productos
           END-IF
           DISPLAY "Habilitados: " WS-Habilitados
               " - siguen pendientes: " WS-Pendientes
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Habilitar-Uno.
           PERFORM Evaluar-Checklist
           IF WS-Completo = 'S' THEN
               CALL "Bloqueos" USING 1, Product-ID, WS-Usuario,
                   WS-LockOk
               IF WS-LockOk = 'S' THEN
                   MOVE "ACTIVO" TO P-Estado
                   PERFORM Grabar-Producto
                   IF WS-ProductosStatus = "00" THEN
                       ADD 1 TO WS-Habilitados
                       DISPLAY "Habilitado " Product-ID " "
                           FUNCTION TRIM(P-Nombre)
                   END-IF
                   CALL "Bloqueos" USING 2, Product-ID, WS-Usuario,
                       WS-LockOk
               ELSE
                   ADD 1 TO WS-Pendientes
                   DISPLAY "En uso, queda para otra pasada: "
                       Product-ID
               END-IF
           ELSE
               ADD 1 TO WS-Pendientes
           END-IF
       EXIT.


      *> La activacion y los datos completados quedan en el diario
      *> como modificacion: la exportacion a la tienda toma de ahi
      *> los productos que cambiaron.
       Registrar-Movimiento.
           MOVE Product-ID TO MOV-Product-ID
           MOVE "MODIF" TO MOV-Operacion
           MOVE WS-Usuario TO MOV-Usuario
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO MOV-Dia
           MOVE WS-Fecha(5:2) TO MOV-Mes
           MOVE WS-Fecha(1:4) TO MOV-Ano
           ADD WS-Year TO MOV-Ano GIVING MOV-Ano
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoraActual(1:2) TO MOV-HH
           MOVE WS-HoraActual(3:2) TO MOV-MM
           MOVE WS-HoraActual(5:2) TO MOV-SS
           MOVE P-Stock TO MOV-Stock-Antes
           MOVE P-Stock TO MOV-Stock-Despues
           MOVE P-Precio-Unitario TO MOV-Precio-Antes
           MOVE P-Precio-Unitario TO MOV-Precio-Despues
           MOVE P-Categoria TO MOV-Categoria-Antes
           MOVE P-Categoria TO MOV-Categoria-Despues
           CALL "Movimiento" USING Mov-Rec
       EXIT.


      *> Una seccion por sector con lo que cada equipo todavia
      *> debe; al final los que ya estan completos y solo esperan
      *> la habilitacion.
       Informe-Pendientes.
           MOVE "ALTAS-PEND" TO WS-CodigoInf
           MOVE "por sector" TO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           STRING "ALTAS DE PRODUCTOS PENDIENTES POR SECTOR - "
               WS-HoyNum(7:2) "/" WS-HoyNum(5:2) "/" WS-HoyNum(1:4)
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               PERFORM VARYING WS-Sector FROM 1 BY 1
                       UNTIL WS-Sector > 5
                   PERFORM Listar-Sector
               END-PERFORM
               CLOSE Productos
           END-IF
           CLOSE Informe
           DISPLAY "Informe: " FUNCTION TRIM(WS-NombreInforme)
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Sector.
           MOVE 0 TO WS-Adeudados
           EVALUATE WS-Sector
               WHEN 1
                   MOVE "COMPRAS (proveedor y unidad de compra)"
                       TO WS-Linea
               WHEN 2
                   MOVE "PRECIOS (precio de venta)" TO WS-Linea
               WHEN 3
                   MOVE "DEPOSITO (ubicacion y codigo de barras)"
                       TO WS-Linea
               WHEN 4
                   MOVE "IMPUESTOS (categoria de IVA)" TO WS-Linea
               WHEN OTHER
                   MOVE "COMPLETOS, A LA ESPERA DE HABILITACION"
                       TO WS-Linea
           END-EVALUATE
           PERFORM Escribir-Linea
           MOVE LOW-VALUES TO Product-ID
           START Productos KEY IS NOT LESS THAN Product-ID
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
                       IF P-Estado = "PENDIENTE" THEN
                           PERFORM Evaluar-Sector
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           STRING "  Productos: " WS-Adeudados
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Evaluar-Sector.
           PERFORM Evaluar-Checklist
           MOVE SPACES TO WS-Detalle
           EVALUATE WS-Sector
               WHEN 1
                   IF WS-FaltaCompras = 'S' THEN
                       MOVE "falta proveedor o unidad de compra"
                           TO WS-Detalle
                   END-IF
               WHEN 2
                   IF WS-FaltaPrecios = 'S' THEN
                       MOVE "falta precio de venta" TO WS-Detalle
                   END-IF
               WHEN 3
                   IF WS-FaltaDeposito = 'S' THEN
                       MOVE "falta ubicacion o codigo de barras"
                           TO WS-Detalle
                   END-IF
               WHEN 4
                   IF WS-FaltaImpuestos = 'S' THEN
                       MOVE "falta categoria de IVA" TO WS-Detalle
                   END-IF
               WHEN OTHER
                   IF WS-Completo = 'S' THEN
                       MOVE "lista completa" TO WS-Detalle
                   END-IF
           END-EVALUATE
           IF WS-Detalle NOT = SPACES THEN
               ADD 1 TO WS-Adeudados
               STRING "  " Product-ID " " P-Nombre " alta "
                   Dia-Registro "/" Mes-Registro "/" Ano-Registro
                   " " WS-Detalle DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
