       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recuperar-Productos AS "Recuperar-Productos".
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

           SELECT Respaldo ASSIGN TO WS-NombreArchivo
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RespaldoStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT Archivo ASSIGN TO WS-NombreRotado
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ArchivoStatus.

           SELECT ProductosBajas ASSIGN TO 'Productos-Bajas.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BajasStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

           SELECT WorkRecup ASSIGN TO 'WorkRecup.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD  Productos.
           COPY PRODUCTO.

       FD  Respaldo.
       01  Backup-Rec                  PIC X(549).

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  Archivo.
       01  Arch-Rec                    PIC X(124).

       FD  ProductosBajas.
       01  Product-Baja.
           05 PB-Producto              PIC X(549).
           05 PB-Fecha-Baja            PIC 9(8).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       SD  WorkRecup.
       01  Recup-Rec.
           05 WR-Momento               PIC 9(14).
           05 WR-Secuencia             PIC 9(3).
           05 WR-Mov                   PIC X(124).

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO REPLACING LEADING ==MOV-== BY ==RM-==.

           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
               05 WS-RespaldoStatus    PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-ArchivoStatus     PIC XX.
               05 WS-BajasStatus       PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-EnterT                PIC X(1).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Aux                   PIC X(20).
           01 WS-NombreArchivo         PIC X(40).
           01 WS-NombreRotado          PIC X(40).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10).
           01 WS-ParamInf              PIC X(40).
           01 WS-Linea                 PIC X(120).
           01 WS-ClaveParam            PIC X(20).
           01 WS-ValorParam            PIC X(40).

      *>   Respaldo elegido y momento (AAAAMMDDHHMMSS) desde el que
      *>   se reaplican los movimientos.
           01 WS-FechaElegida          PIC X(8).
           01 WS-FechaRespaldo         PIC 9(8).
           01 WS-HoraRespaldo          PIC 9(6).
           01 WS-Desde                 PIC 9(14).
           01 WS-MovMomento            PIC 9(14).
           01 WS-UltimoMomento         PIC 9(14) VALUE 0.

      *>   Meses rotados por el cierre mensual que hay que leer
      *>   ademas del archivo vivo.
           01 WS-MesArchivo            PIC 9(6).
           01 WS-MesActual             PIC 9(6).
           01 WS-MA-Ano                PIC 9(4).
           01 WS-MA-Mes                PIC 9(2).

           01 WS-Existe                PIC X(1).
           01 WS-Corte                 PIC X(1) VALUE 'N'.
           01 WS-MotivoCorte           PIC X(50).
           01 WS-IDAbsorbido           PIC X(10).
           01 WS-BajaHallada           PIC X(1).
           01 WS-BajaGuardada          PIC X(549).
           01 WS-VersionRespaldo       PIC 9(2).
           COPY LAYOUT.

           01 WS-Totales.
               05 WS-RegRespaldo       PIC 9(7) VALUE 0.
               05 WS-RegRestaurados    PIC 9(7) VALUE 0.
               05 WS-MovLeidos         PIC 9(7) VALUE 0.
               05 WS-Aplicados         PIC 9(7) VALUE 0.
               05 WS-AplicadosCorrida  PIC 9(7) VALUE 0.
               05 WS-Altas             PIC 9(5) VALUE 0.
               05 WS-Bajas             PIC 9(5) VALUE 0.
               05 WS-Fichas            PIC 9(5) VALUE 0.
               05 WS-SinAplicar        PIC 9(7) VALUE 0.

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).

      *> Recuperacion hacia adelante de Productos.DAT: restaura un
      *> respaldo diario y reaplica, en orden cronologico, todos los
      *> movimientos posteriores al momento del respaldo (incluidos
      *> los de corridas batch). Cada movimiento se verifica contra
      *> el registro reconstruido: si su stock anterior no coincide
      *> la cadena esta rota, el proceso se detiene ahi y el informe
      *> dice hasta que momento quedo reconstruido el archivo.
       PROCEDURE DIVISION USING LK-Usuario.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           DISPLAY "--- Recuperacion de Productos.DAT (respaldo + "
               "movimientos) ---"
           PERFORM Elegir-Respaldo
           EVALUATE TRUE
               WHEN WS-RegRespaldo = 0
                   DISPLAY "El respaldo esta vacio o no existe; no "
                       "se recupera."
               WHEN WS-VersionRespaldo NOT = CAB-Ver-Productos
                   DISPLAY "El respaldo tiene layout version "
                       WS-VersionRespaldo " y la vigente es "
                       CAB-Ver-Productos "; convertirlo antes con "
                       "la conversion de layouts."
               WHEN OTHER
                   PERFORM Confirmar-Recuperacion
           END-EVALUATE
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT PROGRAM.


       Confirmar-Recuperacion.
           DISPLAY "El respaldo tiene " WS-RegRespaldo
               " registros; se reaplican los movimientos desde "
               WS-FechaRespaldo " " WS-HoraRespaldo "."
           DISPLAY "ATENCION: Productos.DAT sera reemplazado "
               "por completo."
           DISPLAY "Confirma la recuperacion (S/N): "
           ACCEPT WS-Confirmar
           IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
               PERFORM Recuperar
           ELSE
               DISPLAY "Recuperacion cancelada."
           END-IF
       EXIT.


      *> El respaldo propone el ultimo registrado por Backup, con su
      *> hora; para uno anterior la hora se pide (sin ella se toma
      *> el comienzo del dia y la verificacion de la cadena marca
      *> cualquier movimiento que el respaldo ya incluia).
       Elegir-Respaldo.
           MOVE SPACES TO WS-ValorParam
           MOVE "ULTIMO-RESPALDO" TO WS-ClaveParam
           CALL "Parametros" USING 1, WS-ClaveParam, WS-ValorParam
           DISPLAY "Fecha del respaldo (AAAAMMDD, Enter = "
               WS-ValorParam(1:8) "): "
           MOVE SPACES TO WS-FechaElegida
           ACCEPT WS-FechaElegida
           IF WS-FechaElegida = SPACES THEN
               MOVE WS-ValorParam(1:8) TO WS-FechaElegida
           END-IF
           MOVE 0 TO WS-FechaRespaldo
           MOVE 0 TO WS-HoraRespaldo
           IF WS-FechaElegida IS NUMERIC THEN
               MOVE WS-FechaElegida TO WS-FechaRespaldo
           END-IF
           IF WS-FechaElegida = WS-ValorParam(1:8) AND
                   WS-ValorParam(9:6) IS NUMERIC THEN
               MOVE WS-ValorParam(9:6) TO WS-HoraRespaldo
           ELSE
               DISPLAY "Hora en que se tomo el respaldo (HHMMSS, "
                   "Enter = 000000): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               IF WS-Aux(1:6) IS NUMERIC THEN
                   MOVE WS-Aux(1:6) TO WS-HoraRespaldo
               END-IF
           END-IF
           COMPUTE WS-Desde =
               (WS-FechaRespaldo * 1000000) + WS-HoraRespaldo
           MOVE SPACES TO WS-NombreArchivo
           STRING "Backup-Productos-" WS-FechaElegida ".DAT"
               DELIMITED BY SIZE INTO WS-NombreArchivo
           PERFORM Contar-Respaldo
       EXIT.


       Contar-Respaldo.
           MOVE CAB-Ver-Productos TO WS-VersionRespaldo
           MOVE 0 TO WS-RegRespaldo
           IF WS-FechaRespaldo > 0 THEN
               OPEN INPUT Respaldo
               IF WS-RespaldoStatus = "00" THEN
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Respaldo
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               PERFORM Contar-Registro
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE Respaldo
               END-IF
           END-IF
       EXIT.


      *> La cabecera de version no cuenta como registro.
       Contar-Registro.
           IF Backup-Rec(1:8) = CAB-Marca-Layout THEN
               MOVE Backup-Rec TO Cab-Layout
               MOVE CAB-Version TO WS-VersionRespaldo
           ELSE
               ADD 1 TO WS-RegRespaldo
           END-IF
       EXIT.


       Recuperar.
           MOVE "RECUPERA" TO WS-CodigoInf
           MOVE SPACES TO WS-ParamInf
           STRING WS-FechaRespaldo " " WS-HoraRespaldo
               DELIMITED BY SIZE INTO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-Linea
           STRING "RECUPERACION DE PRODUCTOS.DAT - " WS-HoyNum
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "Respaldo " FUNCTION TRIM(WS-NombreArchivo)
               "; movimientos desde " WS-FechaRespaldo " "
               WS-HoraRespaldo DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM Escribir-Linea
           PERFORM Restaurar-Respaldo
           IF WS-RegRestaurados = WS-RegRespaldo THEN
               OPEN I-O Productos
               IF WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
               ELSE
                   SORT WorkRecup ASCENDING KEY WR-Momento
                       WR-Secuencia
                       INPUT PROCEDURE Cargar-Movimientos
                       OUTPUT PROCEDURE Reaplicar-Movimientos
                   CLOSE Productos
               END-IF
               PERFORM Escribir-Resumen
           ELSE
               STRING "Se restauraron " WS-RegRestaurados " de "
                   WS-RegRespaldo " registros del respaldo; no se "
                   "reaplican movimientos." DELIMITED BY SIZE
                   INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
           CLOSE Informe
           DISPLAY "Informe: " WS-NombreInforme
       EXIT.


      *> Reconstruye el indexado desde cero con el respaldo, igual
      *> que la restauracion simple.
       Restaurar-Respaldo.
           MOVE 0 TO WS-RegRestaurados
           OPEN OUTPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               OPEN INPUT Respaldo
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Respaldo
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Backup-Rec(1:8) NOT = CAB-Marca-Layout
                                   THEN
                               PERFORM Restaurar-Registro
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Respaldo
               CLOSE Productos
               STRING "Registros restaurados del respaldo: "
                   WS-RegRestaurados DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Restaurar-Registro.
           MOVE Backup-Rec TO Product
           WRITE Product
           IF WS-ProductosStatus = "00" THEN
               ADD 1 TO WS-RegRestaurados
           ELSE
               DISPLAY "Error al restaurar " Product-ID
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


      *> Junta los movimientos posteriores al respaldo: los meses
      *> que el cierre mensual ya roto a Movimientos-AAAAMM.DAT y
      *> el archivo vivo.
       Cargar-Movimientos.
           COMPUTE WS-MesArchivo = WS-FechaRespaldo / 100
           COMPUTE WS-MesActual = WS-HoyNum / 100
           PERFORM UNTIL WS-MesArchivo >= WS-MesActual
               PERFORM Cargar-Mes-Rotado
               DIVIDE WS-MesArchivo BY 100 GIVING WS-MA-Ano
                   REMAINDER WS-MA-Mes
               IF WS-MA-Mes = 12 THEN
                   COMPUTE WS-MesArchivo = (WS-MA-Ano + 1) * 100 + 1
               ELSE
                   ADD 1 TO WS-MesArchivo
               END-IF
           END-PERFORM
           OPEN INPUT Movimientos
           IF WS-MovStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Movimientos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           MOVE Mov-Rec TO RM-Rec
                           PERFORM Liberar-Movimiento
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Movimientos
           END-IF
       EXIT.


       Cargar-Mes-Rotado.
           MOVE SPACES TO WS-NombreRotado
           STRING "Movimientos-" WS-MesArchivo ".DAT"
               DELIMITED BY SIZE INTO WS-NombreRotado
           OPEN INPUT Archivo
           IF WS-ArchivoStatus = "00" THEN
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Archivo
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Arch-Rec(1:8) NOT = CAB-Marca-Layout THEN
                               MOVE Arch-Rec TO RM-Rec
                               PERFORM Liberar-Movimiento
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Archivo
               STRING "Incluye el mes rotado "
                   FUNCTION TRIM(WS-NombreRotado)
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Liberar-Movimiento.
           COMPUTE WS-MovMomento =
               (((RM-Ano * 10000) + (RM-Mes * 100) + RM-Dia)
               * 1000000) + (RM-HH * 10000) + (RM-MM * 100) + RM-SS
           IF WS-MovMomento >= WS-Desde THEN
               MOVE WS-MovMomento TO WR-Momento
               MOVE RM-Secuencia TO WR-Secuencia
               MOVE RM-Rec TO WR-Mov
               RELEASE Recup-Rec
               ADD 1 TO WS-MovLeidos
           END-IF
       EXIT.


       Reaplicar-Movimientos.
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               RETURN WorkRecup
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       MOVE WR-Mov TO RM-Rec
                       IF WS-Corte = 'S' THEN
                           ADD 1 TO WS-SinAplicar
                       ELSE
                           PERFORM Reaplicar-Uno
                       END-IF
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> El stock anterior de cada movimiento tiene que ser el stock
      *> que el registro reconstruido tiene en ese momento. Las
      *> altas y reingresos de productos que el respaldo no tenia
      *> rearman la ficha; la baja la borra.
       Reaplicar-Uno.
           MOVE RM-Product-ID TO Product-ID
           READ Productos KEY IS Product-ID
               INVALID KEY
                   MOVE 'N' TO WS-Existe
               NOT INVALID KEY
                   MOVE 'S' TO WS-Existe
           END-READ
           EVALUATE TRUE
               WHEN WS-Existe = 'N' AND (RM-Operacion = "ALTA" OR
                       RM-Operacion = "REING")
                   PERFORM Rearmar-Ficha
               WHEN WS-Existe = 'N'
                   MOVE "el producto no existe en el archivo"
                       TO WS-MotivoCorte
                   PERFORM Marcar-Corte
               WHEN RM-Operacion = "ALTA" OR RM-Operacion = "REING"
                   MOVE "alta de un producto que ya existe"
                       TO WS-MotivoCorte
                   PERFORM Marcar-Corte
               WHEN P-Stock NOT = RM-Stock-Antes
                   MOVE SPACES TO WS-MotivoCorte
                   STRING "stock anterior " RM-Stock-Antes
                       " y el archivo tiene " P-Stock
                       DELIMITED BY SIZE INTO WS-MotivoCorte
                   PERFORM Marcar-Corte
               WHEN RM-Operacion = "BAJA"
                   DELETE Productos
                   IF WS-ProductosStatus = "00" THEN
                       ADD 1 TO WS-Bajas
                       PERFORM Contar-Aplicado
                   ELSE
                       MOVE "no se pudo borrar el producto"
                           TO WS-MotivoCorte
                       PERFORM Marcar-Corte
                   END-IF
               WHEN OTHER
                   PERFORM Aplicar-Movimiento
           END-EVALUATE
       EXIT.


      *> Stock y precio salen del movimiento; la categoria solo la
      *> cambian la modificacion y el reingreso (en traslados,
      *> transferencias y fusiones esos campos llevan ubicaciones,
      *> sucursales o codigos de producto).
       Aplicar-Movimiento.
           MOVE RM-Stock-Despues TO P-Stock
           IF RM-Precio-Despues NOT = RM-Precio-Antes THEN
               MOVE RM-Precio-Despues TO P-Precio-Unitario
           END-IF
           IF RM-Operacion = "MODIF" AND
                   RM-Categoria-Despues NOT = SPACES THEN
               MOVE RM-Categoria-Despues TO P-Categoria
           END-IF
           MOVE RM-Ano TO Ano-Modificacion
           MOVE RM-Mes TO Mes-Modificacion
           MOVE RM-Dia TO Dia-Modificacion
           MOVE RM-Usuario TO P-Usuario
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               PERFORM Contar-Aplicado
               IF RM-Operacion = "FUSION" THEN
                   PERFORM Borrar-Absorbido
               END-IF
           ELSE
               MOVE "no se pudo regrabar el producto"
                   TO WS-MotivoCorte
               PERFORM Marcar-Corte
           END-IF
       EXIT.


      *> La fusion deja en la categoria anterior el codigo del
      *> producto absorbido, que desaparece del maestro.
       Borrar-Absorbido.
           MOVE RM-Categoria-Antes(1:10) TO WS-IDAbsorbido
           MOVE WS-IDAbsorbido TO Product-ID
           READ Productos KEY IS Product-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE Productos
                   IF WS-ProductosStatus = "00" THEN
                       ADD 1 TO WS-Bajas
                   END-IF
           END-READ
       EXIT.


      *> El reingreso recupera la ficha guardada al darla de baja;
      *> un alta posterior al respaldo solo deja en el diario los
      *> datos de stock, precio y categoria, asi que la ficha queda
      *> minima y se lista para completarla.
       Rearmar-Ficha.
           MOVE 'N' TO WS-BajaHallada
           IF RM-Operacion = "REING" THEN
               PERFORM Buscar-Baja
           END-IF
           IF WS-BajaHallada = 'S' THEN
               MOVE WS-BajaGuardada TO Product
           ELSE
               INITIALIZE Product
               MOVE RM-Product-ID TO Product-ID
               MOVE "FICHA RECUPERADA - COMPLETAR" TO P-Nombre
               MOVE RM-Categoria-Despues TO P-Categoria
               MOVE "ACTIVO" TO P-Estado
               MOVE RM-Sucursal TO P-Sucursal
               MOVE RM-Ano TO Ano-Registro
               MOVE RM-Mes TO Mes-Registro
               MOVE RM-Dia TO Dia-Registro
           END-IF
           MOVE RM-Stock-Despues TO P-Stock
           MOVE RM-Precio-Despues TO P-Precio-Unitario
           MOVE RM-Ano TO Ano-Modificacion
           MOVE RM-Mes TO Mes-Modificacion
           MOVE RM-Dia TO Dia-Modificacion
           MOVE RM-Usuario TO P-Usuario
           WRITE Product
           IF WS-ProductosStatus = "00" THEN
               ADD 1 TO WS-Altas
               PERFORM Contar-Aplicado
               IF WS-BajaHallada = 'N' THEN
                   ADD 1 TO WS-Fichas
                   STRING "  Ficha a completar: " Product-ID
                       " (" RM-Operacion " del " RM-Ano RM-Mes
                       RM-Dia ")"
                       DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
               END-IF
           ELSE
               MOVE "no se pudo grabar la ficha rearmada"
                   TO WS-MotivoCorte
               PERFORM Marcar-Corte
           END-IF
       EXIT.


      *> Toma la baja mas reciente del producto anterior al
      *> reingreso (el archivo de bajas se escribe en orden).
       Buscar-Baja.
           COMPUTE WS-Fecha = (RM-Ano * 10000) + (RM-Mes * 100)
               + RM-Dia
           OPEN INPUT ProductosBajas
           IF WS-BajasStatus = "00" THEN
               PERFORM UNTIL WS-BajasStatus NOT = "00"
                   READ ProductosBajas
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PB-Producto(1:10) = RM-Product-ID AND
                                   PB-Fecha-Baja <= WS-Fecha THEN
                               MOVE PB-Producto TO WS-BajaGuardada
                               MOVE 'S' TO WS-BajaHallada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProductosBajas
           END-IF
       EXIT.


       Contar-Aplicado.
           ADD 1 TO WS-Aplicados
           IF RM-Corrida > 0 THEN
               ADD 1 TO WS-AplicadosCorrida
           END-IF
           COMPUTE WS-UltimoMomento =
               (((RM-Ano * 10000) + (RM-Mes * 100) + RM-Dia)
               * 1000000) + (RM-HH * 10000) + (RM-MM * 100) + RM-SS
       EXIT.


      *> Primer eslabon roto: se informa el movimiento y se deja de
      *> aplicar; el resto solo se cuenta.
       Marcar-Corte.
           MOVE 'S' TO WS-Corte
           ADD 1 TO WS-SinAplicar
           PERFORM Escribir-Linea
           STRING "*** CADENA ROTA: la recuperacion se detuvo en "
               "este movimiento ***" DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "  Producto " RM-Product-ID "  operacion "
               RM-Operacion "  fecha " RM-Ano RM-Mes RM-Dia
               "  hora " RM-HH RM-MM RM-SS "  sec " RM-Secuencia
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "  Usuario " RM-Usuario "  sucursal " RM-Sucursal
               "  corrida " RM-Corrida "  stock " RM-Stock-Antes
               " -> " RM-Stock-Despues
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "  Motivo: " WS-MotivoCorte
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


       Escribir-Resumen.
           PERFORM Escribir-Linea
           STRING "Movimientos posteriores al respaldo: "
               WS-MovLeidos DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "Movimientos reaplicados:             "
               WS-Aplicados " (de corridas batch: "
               WS-AplicadosCorrida ")" DELIMITED BY SIZE
               INTO WS-Linea
           PERFORM Escribir-Linea
           STRING "Altas/reingresos: " WS-Altas "  bajas: "
               WS-Bajas "  fichas a completar: " WS-Fichas
               DELIMITED BY SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WS-Corte = 'S' THEN
               STRING "Movimientos sin aplicar:             "
                   WS-SinAplicar DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
               STRING "Productos.DAT queda reconstruido hasta "
                   WS-UltimoMomento " (AAAAMMDDHHMMSS); revisar el "
                   "movimiento informado antes de operar."
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           ELSE
               STRING "Recuperacion COMPLETA: la cadena de "
                   "movimientos cierra sin cortes."
                   DELIMITED BY SIZE INTO WS-Linea
               PERFORM Escribir-Linea
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
