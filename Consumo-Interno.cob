       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consumo-Interno AS "Consumo-Interno".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Centros ASSIGN TO 'Centros-Costo.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-Codigo
               FILE STATUS IS WS-CentrosStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Usuarios ASSIGN TO 'Usuarios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-Usuario
               FILE STATUS IS WS-UsuariosStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT MovCerrado ASSIGN TO WS-NombreCerrado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CerradoStatus.

           SELECT Alertas ASSIGN TO 'Alertas.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AlertStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Centros.
           COPY CENTRO-COSTO.

       FD  Productos.
           COPY PRODUCTO.

       FD  Usuarios.
      *>  Mismo layout que el FD de Gestion-Inventario: solo se lee
      *>  para validar al usuario que autoriza el consumo.
       01  Usr-Rec.
           05 US-Usuario             PIC X(10).
           05 US-Sal                 PIC X(10).
           05 US-Rol                 PIC X(1).
           05 US-Estado              PIC X(1).
           05 US-Perfil              PIC X(10).
           05 US-Clave-Hash          PIC X(40).
           05 US-Fecha-Clave         PIC 9(8).
           05 US-Intentos            PIC 9(2).
           05 US-Cambiar-Clave       PIC X(1).
           05 US-Historial-Claves.
               10 US-Hist-Hash       PIC X(40) OCCURS 5 TIMES.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  MovCerrado.
       01  Cerrado-Rec                 PIC X(124).

       FD  Alertas.
           COPY ALERTA.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CentrosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-UsuariosStatus    PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-CerradoStatus     PIC XX.
               05 WS-AlertStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraActual            PIC 9(8).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-SucSesion             PIC X(4).

      *>   Registro de un consumo.
           01 WS-Centro                PIC X(10).
           01 WS-CentroOk              PIC X(1).
           01 WS-Producto              PIC X(10).
           01 WS-Cantidad              PIC 9(7).
           01 WS-Autorizante           PIC X(10).
           01 WS-ClaveAutorizante      PIC X(20).
           01 WS-HashAutorizante       PIC X(40).
           01 WS-AutorizaOk            PIC X(1).
           01 WS-StockViejo            PIC 9(7).
           01 WS-ValorCategoria        PIC 9(13)V99.
           01 WS-ValorConsumo          PIC 9(11)V99.
           01 WS-Bloqueado             PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-PeriodoOk             PIC X(1).
           01 WS-AlertaPendiente       PIC X(1).
           01 WS-AlertaEOF             PIC X(1).

      *>   Informe mensual.
           01 WS-AnoInforme            PIC 9(4).
           01 WS-MesInforme            PIC 9(2).
           01 WS-NombreCerrado         PIC X(40).
           01 WS-Delta                 PIC S9(7).
           01 WS-Unidades              PIC 9(7).
           01 WS-CostoMov              PIC 9(5)V99.
           01 WS-ValorMov              PIC 9(11)V99.
           01 WS-TotalInforme          PIC 9(13)V99.
           01 WS-Consumos              PIC 9(7).
           01 WS-Cant-Ed               PIC Z(6)9.
           01 WS-Costo-Ed              PIC Z(4)9.99.
           01 WS-Valor-Ed              PIC Z(10)9.99.
           01 WS-CentrosTabla.
               05 WS-Centro-Entry OCCURS 20 TIMES.
                   10 WS-CT-Codigo         PIC X(10).
                   10 WS-CT-Consumos       PIC 9(7).
                   10 WS-CT-Unidades       PIC 9(9).
                   10 WS-CT-Valor          PIC 9(13)V99.
           01 WS-CentrosUsados         PIC 9(2) VALUE 0.
           01 WS-CT-Idx                PIC 9(2).
           01 WS-CT-Hallado            PIC X(1).
           01 WS-CentrosPerdidos       PIC 9(5).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Consumo interno de insumos (limpieza, embalaje, repuestos)
      *> contra el centro de costo que los pide, con autorizacion
      *> de un administrador distinto del que lo registra. Sale del
      *> stock como CONINT y no como ajuste, asi no infla las
      *> mermas y el asiento lo lleva a la cuenta de gastos del
      *> centro.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Consumo interno -------"
               DISPLAY "1. Registrar un consumo interno"
               DISPLAY "2. Informe mensual por centro de costo"
               DISPLAY "3. Listar centros de costo"
               DISPLAY "4. Alta o modificacion de un centro de "
                   "costo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
      *>               El consumo descuenta stock con la fecha del
      *>               dia: no se hace en un mes contable cerrado.
                       PERFORM Calcular-Hoy
                       CALL "Periodos-Contables" USING 1, WS-Usuario,
                           WS-HoyNum, WS-PeriodoOk
                       IF WS-PeriodoOk = 'S' THEN
                           PERFORM Registrar-Consumo
                       END-IF
                   WHEN 2
                       PERFORM Informe-Mensual
                   WHEN 3
                       PERFORM Listar-Centros
                   WHEN 4
                       PERFORM Mantener-Centro
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
       EXIT PROGRAM.


       Calcular-Hoy.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
       EXIT.


      *> El maestro nace con los cuatro centros de siempre; las
      *> cuentas de gastos se corrigen despues con la opcion 4.
       Abrir-Centros.
           OPEN I-O Centros
           IF WS-CentrosStatus = "35" THEN
               CLOSE Centros
               OPEN OUTPUT Centros
               MOVE "DEPOSITO" TO CC-Codigo
               MOVE "Deposito" TO CC-Nombre
               MOVE "GASTOS DEPOSITO" TO CC-Cuenta-Gasto
               MOVE 'A' TO CC-Estado
               WRITE CC-Rec
               MOVE "ADMIN" TO CC-Codigo
               MOVE "Administracion" TO CC-Nombre
               MOVE "GASTOS ADMINISTRACION" TO CC-Cuenta-Gasto
               MOVE 'A' TO CC-Estado
               WRITE CC-Rec
               MOVE "FLOTA" TO CC-Codigo
               MOVE "Flota" TO CC-Nombre
               MOVE "GASTOS FLOTA" TO CC-Cuenta-Gasto
               MOVE 'A' TO CC-Estado
               WRITE CC-Rec
               MOVE "LOCAL" TO CC-Codigo
               MOVE "Local" TO CC-Nombre
               MOVE "GASTOS LOCAL" TO CC-Cuenta-Gasto
               MOVE 'A' TO CC-Estado
               WRITE CC-Rec
               CLOSE Centros
               OPEN I-O Centros
           END-IF
       EXIT.


       Listar-Centros.
           PERFORM Abrir-Centros
           IF WS-CentrosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CentrosStatus
           ELSE
               MOVE LOW-VALUES TO CC-Codigo
               START Centros KEY IS NOT LESS THAN CC-Codigo
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "CODIGO     NOMBRE                         "
                   "CUENTA DE GASTOS     EST"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Centros NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           DISPLAY CC-Codigo " " CC-Nombre " "
                               CC-Cuenta-Gasto " " CC-Estado
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Centros
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mantener-Centro.
           PERFORM Abrir-Centros
           IF WS-CentrosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CentrosStatus
           ELSE
               DISPLAY "Codigo del centro de costo: "
               ACCEPT WS-Centro
               MOVE FUNCTION UPPER-CASE(WS-Centro) TO WS-Centro
               MOVE WS-Centro TO CC-Codigo
               READ Centros
                   INVALID KEY
                       PERFORM Alta-Centro
                   NOT INVALID KEY
                       PERFORM Modificar-Centro
               END-READ
               CLOSE Centros
           END-IF
       EXIT.


       Alta-Centro.
           IF WS-Centro = SPACES THEN
               DISPLAY "Codigo no valido."
           ELSE
               MOVE WS-Centro TO CC-Codigo
               DISPLAY "Nombre: "
               ACCEPT CC-Nombre
               DISPLAY "Cuenta de gastos: "
               ACCEPT CC-Cuenta-Gasto
               MOVE FUNCTION UPPER-CASE(CC-Cuenta-Gasto)
                   TO CC-Cuenta-Gasto
               MOVE 'A' TO CC-Estado
               WRITE CC-Rec
               DISPLAY "Centro de costo " FUNCTION TRIM(WS-Centro)
                   " creado."
           END-IF
       EXIT.


      *> En blanco se conserva el dato actual.
       Modificar-Centro.
           DISPLAY "Nombre actual: " CC-Nombre
           DISPLAY "Nuevo nombre (Enter = sin cambio): "
           MOVE SPACES TO WS-Linea
           ACCEPT WS-Linea
           IF WS-Linea NOT = SPACES THEN
               MOVE WS-Linea TO CC-Nombre
           END-IF
           DISPLAY "Cuenta de gastos actual: " CC-Cuenta-Gasto
           DISPLAY "Nueva cuenta (Enter = sin cambio): "
           MOVE SPACES TO WS-Linea
           ACCEPT WS-Linea
           IF WS-Linea NOT = SPACES THEN
               MOVE FUNCTION UPPER-CASE(WS-Linea) TO CC-Cuenta-Gasto
           END-IF
           DISPLAY "Estado actual: " CC-Estado
           DISPLAY "Nuevo estado A/I (Enter = sin cambio): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux(1:1) = 'A' OR WS-Aux(1:1) = 'I' THEN
               MOVE WS-Aux(1:1) TO CC-Estado
           END-IF
           MOVE SPACES TO WS-Linea
           REWRITE CC-Rec
           DISPLAY "Centro de costo actualizado."
       EXIT.


       Registrar-Consumo.
           DISPLAY "--- Consumo interno ---"
           PERFORM Pedir-Centro
           IF WS-CentroOk = 'S' THEN
               DISPLAY "ID del producto a consumir: "
               ACCEPT WS-Producto
               DISPLAY "Cantidad: "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               MOVE 0 TO WS-Cantidad
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                       FUNCTION NUMVAL(WS-Aux) > 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
               END-IF
               IF WS-Cantidad = 0 THEN
                   DISPLAY "Cantidad no valida."
               ELSE
                   PERFORM Validar-Autorizante
                   IF WS-AutorizaOk = 'S' THEN
                       PERFORM Descargar-Consumo
                   END-IF
               END-IF
           END-IF
       EXIT.


       Pedir-Centro.
           MOVE 'N' TO WS-CentroOk
           DISPLAY "Centro de costo solicitante: "
           ACCEPT WS-Centro
           MOVE FUNCTION UPPER-CASE(WS-Centro) TO WS-Centro
           PERFORM Abrir-Centros
           IF WS-CentrosStatus NOT = "00" THEN
               CALL "Errores" USING WS-CentrosStatus
           ELSE
               MOVE WS-Centro TO CC-Codigo
               READ Centros
                   INVALID KEY
                       DISPLAY "El centro de costo no existe "
                           "(opcion 3 para ver los vigentes)."
                   NOT INVALID KEY
                       IF CC-Estado = 'I' THEN
                           DISPLAY "El centro de costo esta "
                               "inactivo."
                       ELSE
                           MOVE 'S' TO WS-CentroOk
                       END-IF
               END-READ
               CLOSE Centros
           END-IF
       EXIT.


      *> Autoriza un administrador activo, con su clave, y no
      *> puede ser el mismo usuario que registra el consumo.
       Validar-Autorizante.
           MOVE 'N' TO WS-AutorizaOk
           DISPLAY "Usuario que autoriza: "
           ACCEPT WS-Autorizante
           DISPLAY "Clave del autorizante: "
           ACCEPT WS-ClaveAutorizante
           IF WS-Autorizante = WS-Usuario THEN
               DISPLAY "El consumo lo autoriza otro usuario."
           ELSE
               OPEN INPUT Usuarios
               IF WS-UsuariosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-UsuariosStatus
               ELSE
                   MOVE WS-Autorizante TO US-Usuario
                   READ Usuarios
                       INVALID KEY
                           DISPLAY "Autorizante no valido."
                       NOT INVALID KEY
                           CALL "Hash-Clave" USING US-Usuario,
                               US-Sal, WS-ClaveAutorizante,
                               WS-HashAutorizante
                           IF US-Clave-Hash = WS-HashAutorizante AND
                                   US-Rol = 'A' AND
                                   US-Estado NOT = 'I' AND
                                   US-Estado NOT = 'B' THEN
                               MOVE 'S' TO WS-AutorizaOk
                           ELSE
                               DISPLAY "Autorizante no valido."
                           END-IF
                   END-READ
                   CLOSE Usuarios
               END-IF
           END-IF
       EXIT.


       Descargar-Consumo.
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE WS-Producto TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       DISPLAY "El producto no existe en el "
                           "catalogo."
                   NOT INVALID KEY
                       IF WS-Cantidad > P-Stock THEN
                           DISPLAY "Stock insuficiente (" P-Stock
                               ")."
                       ELSE
                           PERFORM Descargar-Consumo-Valido
                       END-IF
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Descargar-Consumo-Valido.
           CALL "Conteos" USING 9, Product-ID, WS-Bloqueado, SPACES
           IF WS-Bloqueado = 'S' THEN
               DISPLAY "Producto bloqueado por conteo ciclico."
           ELSE
               CALL "Bloqueos" USING 1, Product-ID, WS-Usuario,
                   WS-LockOk
               IF WS-LockOk NOT = 'S' THEN
                   DISPLAY "Registro en uso; reintentar."
               ELSE
                   PERFORM Aplicar-Consumo
                   CALL "Bloqueos" USING 2, Product-ID, WS-Usuario,
                       WS-LockOk
               END-IF
           END-IF
       EXIT.


       Aplicar-Consumo.
           MOVE P-Stock TO WS-StockViejo
           SUBTRACT WS-Cantidad FROM P-Stock
           MOVE WS-HoyNum(7:2) TO Dia-Modificacion
           MOVE WS-HoyNum(5:2) TO Mes-Modificacion
           MOVE WS-HoyNum(1:4) TO Ano-Modificacion
           MOVE WS-Usuario TO P-Usuario
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               COMPUTE WS-ValorCategoria =
                   WS-StockViejo * P-Precio-Unitario
               CALL "Tipos-Cambio" USING 1, P-Moneda,
                   WS-ValorCategoria
               CALL "Categoria" USING 21, P-Categoria,
                   WS-ValorCategoria
               COMPUTE WS-ValorCategoria =
                   P-Stock * P-Precio-Unitario
               CALL "Tipos-Cambio" USING 1, P-Moneda,
                   WS-ValorCategoria
               CALL "Categoria" USING 20, P-Categoria,
                   WS-ValorCategoria
               PERFORM Registrar-Movimiento
               CALL "Capas-Costo" USING 2, Product-ID,
                   WS-Cantidad, P-Costo-Promedio
               SET ENVIRONMENT "TRAZA-REF" TO "CONSUMO INTERNO"
               CALL "Lotes" USING 2, Product-ID, SPACES,
                   WS-Cantidad, 0, SPACES
               IF WS-StockViejo >= P-Stock-Minimo
                       AND P-Stock < P-Stock-Minimo THEN
                   PERFORM Registrar-Alerta-Stock
               END-IF
               COMPUTE WS-ValorConsumo =
                   WS-Cantidad * P-Costo-Promedio
               DISPLAY "Consumo registrado: " WS-Cantidad " x "
                   Product-ID " para " FUNCTION TRIM(WS-Centro)
                   " (valor al costo " WS-ValorConsumo
                   "), autorizo " FUNCTION TRIM(WS-Autorizante) "."
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


       Registrar-Movimiento.
           MOVE Product-ID TO MOV-Product-ID
           MOVE "CONINT" TO MOV-Operacion
           MOVE SPACES TO MOV-Motivo
           MOVE WS-Usuario TO MOV-Usuario
           MOVE WS-HoyNum(7:2) TO MOV-Dia
           MOVE WS-HoyNum(5:2) TO MOV-Mes
           MOVE WS-HoyNum(1:4) TO MOV-Ano
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoraActual(1:2) TO MOV-HH
           MOVE WS-HoraActual(3:2) TO MOV-MM
           MOVE WS-HoraActual(5:2) TO MOV-SS
           MOVE WS-StockViejo      TO MOV-Stock-Antes
           MOVE P-Stock            TO MOV-Stock-Despues
           MOVE P-Precio-Unitario  TO MOV-Precio-Antes
           MOVE P-Precio-Unitario  TO MOV-Precio-Despues
           MOVE P-Categoria        TO MOV-Categoria-Antes
           MOVE SPACES             TO MOV-Categoria-Despues
           MOVE WS-Centro          TO MOV-Categoria-Despues(1:10)
           MOVE WS-Autorizante     TO MOV-Categoria-Despues(11:10)
           CALL "Movimiento" USING Mov-Rec
       EXIT.


      *> Misma alerta de bajo stock que dispara Actualizacion al
      *> cruzar el minimo, con supresion de duplicados pendientes.
       Registrar-Alerta-Stock.
           PERFORM Buscar-Alerta-Pendiente
           IF WS-AlertaPendiente = 'N' THEN
               MOVE Product-ID       TO AL-Product-ID
               MOVE P-Nombre         TO AL-Nombre
               MOVE P-Stock          TO AL-Stock
               MOVE P-Stock-Minimo   TO AL-Stock-Minimo
               MOVE P-Proveedor      TO AL-Proveedor
               MOVE "Consumo-Interno" TO AL-Origen
               MOVE Ano-Modificacion TO AL-Ano
               MOVE Mes-Modificacion TO AL-Mes
               MOVE Dia-Modificacion TO AL-Dia
               MOVE "PENDIENTE"      TO AL-Estado
               MOVE SPACES           TO AL-Gestion-Usuario
               MOVE 0                TO AL-Gestion-Ano
               MOVE 0                TO AL-Gestion-Mes
               MOVE 0                TO AL-Gestion-Dia
               ACCEPT WS-SucSesion FROM ENVIRONMENT
                   "SUCURSAL"
               MOVE WS-SucSesion     TO AL-Sucursal
               OPEN EXTEND Alertas
               IF WS-AlertStatus = "35" THEN
                   OPEN OUTPUT Alertas
               END-IF
               WRITE AL-Rec
               CLOSE Alertas
           END-IF
       EXIT.


       Buscar-Alerta-Pendiente.
           MOVE 'N' TO WS-AlertaPendiente
           MOVE 'N' TO WS-AlertaEOF
           OPEN INPUT Alertas
           IF WS-AlertStatus = "00" THEN
               PERFORM UNTIL WS-AlertaEOF = 'Y'
                   READ Alertas
                       AT END
                           MOVE 'Y' TO WS-AlertaEOF
                       NOT AT END
                           IF AL-Product-ID = Product-ID AND
                                   (AL-Estado = "PENDIENTE" OR
                                   AL-Estado = SPACES) THEN
                               MOVE 'S' TO WS-AlertaPendiente
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Alertas
           END-IF
       EXIT.


      *> Consumos del mes valuados al costo promedio, linea por
      *> linea y totalizados por centro de costo. Si el mes ya fue
      *> rotado por el cierre mensual se lee Movimientos-AAAAMM.DAT.
       Informe-Mensual.
           DISPLAY "Anio del informe (AAAA): "
           ACCEPT WS-AnoInforme
           DISPLAY "Mes del informe (MM): "
           ACCEPT WS-MesInforme
           MOVE SPACES TO WS-NombreCerrado
           STRING "Movimientos-" WS-AnoInforme WS-MesInforme
               ".DAT" DELIMITED BY SIZE INTO WS-NombreCerrado
           MOVE 0 TO WS-CentrosUsados
           MOVE 0 TO WS-CentrosPerdidos
           MOVE 0 TO WS-TotalInforme
           MOVE 0 TO WS-Consumos
           MOVE "CONSUMO-CC" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-AnoInforme "-" WS-MesInforme
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           STRING "CONSUMO INTERNO POR CENTRO DE COSTO - "
               WS-AnoInforme "-" WS-MesInforme
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "FECHA      CENTRO     PRODUCTO   CANTIDAD "
               "   COSTO           VALOR AUTORIZO   USUARIO"
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Productos
           PERFORM Leer-Mes-Corriente
           PERFORM Leer-Mes-Cerrado
           CLOSE Productos
           PERFORM Totalizar-Centros
           CLOSE Informe
           DISPLAY "Informe guardado en " WS-NombreInforme
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Leer-Mes-Corriente.
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
                           PERFORM Evaluar-Movimiento
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
       EXIT.


       Leer-Mes-Cerrado.
           OPEN INPUT MovCerrado
           IF WS-CerradoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ MovCerrado
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Evaluar-Movimiento
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE MovCerrado
           END-IF
       EXIT.


       Evaluar-Movimiento.
           IF MOV-Operacion = "CONINT" AND
                   MOV-Ano = WS-AnoInforme AND
                   MOV-Mes = WS-MesInforme THEN
               COMPUTE WS-Delta = MOV-Stock-Antes - MOV-Stock-Despues
               IF WS-Delta > 0 THEN
                   MOVE WS-Delta TO WS-Unidades
                   PERFORM Buscar-Costo
                   COMPUTE WS-ValorMov = WS-Unidades * WS-CostoMov
                   PERFORM Escribir-Consumo
                   PERFORM Acumular-Centro
               END-IF
           END-IF
       EXIT.


       Buscar-Costo.
           MOVE MOV-Precio-Despues TO WS-CostoMov
           IF WS-ProductosStatus = "00" THEN
               MOVE MOV-Product-ID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE P-Costo-Promedio TO WS-CostoMov
               END-READ
           END-IF
       EXIT.


       Escribir-Consumo.
           MOVE WS-Unidades TO WS-Cant-Ed
           MOVE WS-CostoMov TO WS-Costo-Ed
           MOVE WS-ValorMov TO WS-Valor-Ed
           STRING MOV-Ano "-" MOV-Mes "-" MOV-Dia " "
               MOV-Categoria-Despues(1:10) " " MOV-Product-ID " "
               WS-Cant-Ed " " WS-Costo-Ed " " WS-Valor-Ed " "
               MOV-Categoria-Despues(11:10) " " MOV-Usuario
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           ADD 1 TO WS-Consumos
           ADD WS-ValorMov TO WS-TotalInforme
       EXIT.


       Acumular-Centro.
           MOVE 'N' TO WS-CT-Hallado
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-CentrosUsados
                   OR WS-CT-Hallado = 'S'
               IF WS-CT-Codigo(WS-CT-Idx) =
                       MOV-Categoria-Despues(1:10) THEN
                   MOVE 'S' TO WS-CT-Hallado
               END-IF
           END-PERFORM
           IF WS-CT-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-CT-Idx
           ELSE
               IF WS-CentrosUsados < 20 THEN
                   ADD 1 TO WS-CentrosUsados
                   MOVE WS-CentrosUsados TO WS-CT-Idx
                   MOVE MOV-Categoria-Despues(1:10) TO
                       WS-CT-Codigo(WS-CT-Idx)
                   MOVE 0 TO WS-CT-Consumos(WS-CT-Idx)
                   MOVE 0 TO WS-CT-Unidades(WS-CT-Idx)
                   MOVE 0 TO WS-CT-Valor(WS-CT-Idx)
               ELSE
                   MOVE 0 TO WS-CT-Idx
                   ADD 1 TO WS-CentrosPerdidos
               END-IF
           END-IF
           IF WS-CT-Idx > 0 THEN
               ADD 1 TO WS-CT-Consumos(WS-CT-Idx)
               ADD WS-Unidades TO WS-CT-Unidades(WS-CT-Idx)
               ADD WS-ValorMov TO WS-CT-Valor(WS-CT-Idx)
           END-IF
       EXIT.


       Totalizar-Centros.
           PERFORM Escribir-Linea
           STRING "TOTAL POR CENTRO DE COSTO" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           OPEN INPUT Centros
           PERFORM VARYING WS-CT-Idx FROM 1 BY 1
                   UNTIL WS-CT-Idx > WS-CentrosUsados
               MOVE SPACES TO CC-Nombre
               IF WS-CentrosStatus = "00" THEN
                   MOVE WS-CT-Codigo(WS-CT-Idx) TO CC-Codigo
                   READ Centros
                       INVALID KEY
                           MOVE "(no esta en el maestro)"
                               TO CC-Nombre
                   END-READ
               END-IF
               MOVE WS-CT-Consumos(WS-CT-Idx) TO WS-Cant-Ed
               MOVE WS-CT-Valor(WS-CT-Idx) TO WS-Valor-Ed
               STRING WS-CT-Codigo(WS-CT-Idx) " " CC-Nombre " "
                   WS-Cant-Ed " consumo(s) " WS-Valor-Ed
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-PERFORM
           IF WS-CentrosStatus = "00" THEN
               CLOSE Centros
           END-IF
           MOVE WS-Consumos TO WS-Cant-Ed
           MOVE WS-TotalInforme TO WS-Valor-Ed
           STRING "TOTAL DEL MES                            "
               WS-Cant-Ed " consumo(s) " WS-Valor-Ed
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-CentrosPerdidos > 0 THEN
               STRING "ATENCION: " WS-CentrosPerdidos
                   " consumo(s) fuera del total por centro (tope "
                   "de 20 centros)" DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
