       IDENTIFICATION DIVISION.
       PROGRAM-ID. Sucesores AS "Sucesores".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sucesores ASSIGN TO 'Sucesores.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-Product-ID
               FILE STATUS IS WS-SucesoresStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Sucesores.
       01  SC-Rec.
      *>  Articulo que el proveedor reemplazo por otro codigo: el
      *>  viejo queda DESCONTINUADO y su demanda pasa al sucesor a
      *>  partir de la fecha de cambio. SC-Factor son las unidades
      *>  del sucesor que equivalen a una del viejo (1 = mismo
      *>  empaque).
           05 SC-Product-ID            PIC X(10).
           05 SC-Sucesor               PIC X(10).
           05 SC-Fecha-Cambio          PIC 9(8).
           05 SC-Factor                PIC 9(3)V9(4).
           05 SC-Usuario               PIC X(10).
           05 SC-Fecha-Alta            PIC 9(8).

       FD  Productos.
           COPY PRODUCTO.

       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.

           01 WS-Control.
               05 WS-SucesoresStatus   PIC XX.
               05 WS-ProductosStatus   PIC XX.
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
           01 WS-Viejo                 PIC X(10).
           01 WS-Nuevo                 PIC X(10).
           01 WS-FechaCambio           PIC 9(8).
           01 WS-Factor                PIC 9(3)V9(4).
           01 WS-Confirmar             PIC X(1).
           01 WS-Saltos                PIC 9(1).
           01 WS-Cursor                PIC X(10).
           01 WS-Ciclo                 PIC X(1).
           01 WS-Existe                PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-Listados              PIC 9(5).

       LINKAGE SECTION.
      *> Flag 1: sucesor vigente de LK-Product-ID, siguiendo la
      *>         cadena de reemplazos (hasta 5 saltos): deja el
      *>         ultimo codigo en LK-Sucesor, el factor acumulado en
      *>         LK-Factor, la fecha de cambio del primer reemplazo
      *>         en LK-Fecha y 'S' en LK-Resultado; 'N' si el
      *>         producto no fue reemplazado.
      *> Otro valor: mantenimiento de los vinculos para el usuario
      *>         LK-Usuario.
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
           01 LK-Sucesor               PIC X(10).
           01 LK-Factor                PIC 9(3)V9(4).
           01 LK-Fecha                 PIC 9(8).
           01 LK-Resultado             PIC X(1).
           01 LK-Usuario               PIC X(10).

       PROCEDURE DIVISION USING LK-Flag, LK-Product-ID, LK-Sucesor,
               LK-Factor, LK-Fecha, LK-Resultado, LK-Usuario.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Resolver-Sucesor
               WHEN OTHER
                   MOVE LK-Usuario TO WS-Usuario
                   PERFORM Menu-Sucesores
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Sucesores.
           OPEN I-O Sucesores
           IF WS-SucesoresStatus = "35" THEN
               CLOSE Sucesores
               OPEN OUTPUT Sucesores
               CLOSE Sucesores
               OPEN I-O Sucesores
           END-IF
       EXIT.


       Resolver-Sucesor.
           MOVE 'N' TO LK-Resultado
           MOVE SPACES TO LK-Sucesor
           MOVE 1 TO LK-Factor
           MOVE 0 TO LK-Fecha
           OPEN INPUT Sucesores
           IF WS-SucesoresStatus = "00" THEN
               MOVE LK-Product-ID TO WS-Cursor
               MOVE 0 TO WS-Saltos
               PERFORM UNTIL WS-Saltos >= 5
                   MOVE WS-Cursor TO SC-Product-ID
                   READ Sucesores
                       INVALID KEY
                           MOVE 5 TO WS-Saltos
                       NOT INVALID KEY
                           IF LK-Resultado = 'N' THEN
                               MOVE SC-Fecha-Cambio TO LK-Fecha
                           END-IF
                           MOVE 'S' TO LK-Resultado
                           MOVE SC-Sucesor TO LK-Sucesor
                           COMPUTE LK-Factor ROUNDED =
                               LK-Factor * SC-Factor
                           MOVE SC-Sucesor TO WS-Cursor
                           ADD 1 TO WS-Saltos
                   END-READ
               END-PERFORM
               CLOSE Sucesores
           END-IF
       EXIT.


       Menu-Sucesores.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Productos sucesores -------"
               DISPLAY "1. Vincular un producto con su sucesor"
               DISPLAY "2. Listar vinculos"
               DISPLAY "3. Quitar un vinculo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Vincular-Sucesor
                   WHEN 2
                       PERFORM Listar-Vinculos
                   WHEN 3
                       PERFORM Quitar-Vinculo
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Vincular-Sucesor.
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           DISPLAY "Producto reemplazado (codigo viejo): "
           ACCEPT WS-Viejo
           DISPLAY "Producto sucesor (codigo nuevo): "
           ACCEPT WS-Nuevo
           MOVE WS-Viejo TO WS-Cursor
           PERFORM Verificar-Producto
           IF WS-Existe = 'N' THEN
               DISPLAY "El producto " WS-Viejo " no existe."
           ELSE
               MOVE WS-Nuevo TO WS-Cursor
               PERFORM Verificar-Producto
               IF WS-Existe = 'N' OR WS-Nuevo = WS-Viejo THEN
                   DISPLAY "Sucesor no valido."
               ELSE
                   PERFORM Verificar-Ciclo
                   IF WS-Ciclo = 'S' THEN
                       DISPLAY "El sucesor ya es reemplazado por el "
                           "producto viejo; el vinculo cerraria un "
                           "ciclo."
                   ELSE
                       PERFORM Pedir-Datos-Vinculo
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Verificar-Producto.
           MOVE 'N' TO WS-Existe
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-Cursor TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Existe
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


      *> Se recorre la cadena que ya sale del sucesor: si pasa por
      *> el producto viejo el vinculo nuevo cerraria un ciclo.
       Verificar-Ciclo.
           MOVE 'N' TO WS-Ciclo
           OPEN INPUT Sucesores
           IF WS-SucesoresStatus = "00" THEN
               MOVE WS-Nuevo TO WS-Cursor
               MOVE 0 TO WS-Saltos
               PERFORM UNTIL WS-Saltos >= 5
                   MOVE WS-Cursor TO SC-Product-ID
                   READ Sucesores
                       INVALID KEY
                           MOVE 5 TO WS-Saltos
                       NOT INVALID KEY
                           IF SC-Sucesor = WS-Viejo THEN
                               MOVE 'S' TO WS-Ciclo
                           END-IF
                           MOVE SC-Sucesor TO WS-Cursor
                           ADD 1 TO WS-Saltos
                   END-READ
               END-PERFORM
               CLOSE Sucesores
           END-IF
       EXIT.


       Pedir-Datos-Vinculo.
           DISPLAY "Fecha de cambio (AAAAMMDD, Enter = hoy): "
           ACCEPT WS-Aux
           MOVE 0 TO WS-FechaCambio
           IF WS-Aux = SPACES THEN
               MOVE WS-HoyNum TO WS-FechaCambio
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-FechaCambio
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FechaCambio)
                       NOT = 0 THEN
                   MOVE 0 TO WS-FechaCambio
               END-IF
           END-IF
           DISPLAY "Unidades del sucesor por unidad del viejo "
               "(Enter = 1): "
           ACCEPT WS-Aux
           MOVE 1 TO WS-Factor
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                       FUNCTION NUMVAL(WS-Aux) > 0 AND
                       FUNCTION NUMVAL(WS-Aux) < 1000 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Factor
               ELSE
                   MOVE 0 TO WS-Factor
               END-IF
           END-IF
           IF WS-FechaCambio = 0 OR WS-Factor = 0 THEN
               DISPLAY "Fecha o factor no validos; vinculo no "
                   "grabado."
           ELSE
               PERFORM Grabar-Vinculo
           END-IF
       EXIT.


       Grabar-Vinculo.
           PERFORM Abrir-Sucesores
           IF WS-SucesoresStatus = "00" THEN
               MOVE WS-Viejo TO SC-Product-ID
               READ Sucesores
                   INVALID KEY
                       PERFORM Armar-Vinculo
                       WRITE SC-Rec
                   NOT INVALID KEY
                       DISPLAY "Reemplaza el vinculo anterior a "
                           SC-Sucesor
                       PERFORM Armar-Vinculo
                       REWRITE SC-Rec
               END-READ
               IF WS-SucesoresStatus = "00" THEN
                   DISPLAY "Vinculo " WS-Viejo " -> " WS-Nuevo
                       " grabado."
                   PERFORM Descontinuar-Viejo
               ELSE
                   CALL "Errores" USING WS-SucesoresStatus
               END-IF
               CLOSE Sucesores
           END-IF
       EXIT.


       Armar-Vinculo.
           MOVE WS-Viejo TO SC-Product-ID
           MOVE WS-Nuevo TO SC-Sucesor
           MOVE WS-FechaCambio TO SC-Fecha-Cambio
           MOVE WS-Factor TO SC-Factor
           MOVE WS-Usuario TO SC-Usuario
           MOVE WS-HoyNum TO SC-Fecha-Alta
       EXIT.


      *> El producto reemplazado pasa a DESCONTINUADO; conserva su
      *> stock, que se sigue vendiendo hasta agotarse.
       Descontinuar-Viejo.
           OPEN I-O Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-Viejo TO Product-ID
               READ Productos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF P-Estado NOT = "DESCONTINUADO" THEN
                           PERFORM Marcar-Descontinuado
                       END-IF
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Marcar-Descontinuado.
           CALL "Bloqueos" USING 1, Product-ID, WS-Usuario, WS-LockOk
           IF WS-LockOk = 'S' THEN
               MOVE "DESCONTINUADO" TO P-Estado
               ACCEPT WS-Fecha FROM DATE
               MOVE WS-Fecha(7:2) TO Dia-Modificacion
               MOVE WS-Fecha(5:2) TO Mes-Modificacion
               MOVE WS-Fecha(1:4) TO Ano-Modificacion
               ADD WS-Year TO Ano-Modificacion
                   GIVING Ano-Modificacion
               MOVE WS-Usuario TO P-Usuario
               REWRITE Product
               IF WS-ProductosStatus = "00" THEN
                   PERFORM Registrar-Movimiento
                   DISPLAY "Producto " WS-Viejo
                       " marcado DESCONTINUADO."
               ELSE
                   CALL "Errores" USING WS-ProductosStatus
               END-IF
               CALL "Bloqueos" USING 2, Product-ID, WS-Usuario,
                   WS-LockOk
           ELSE
               DISPLAY "El producto " WS-Viejo " esta en uso; "
                   "el estado DESCONTINUADO queda para despues."
           END-IF
       EXIT.


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


       Listar-Vinculos.
           MOVE 0 TO WS-Listados
           PERFORM Abrir-Sucesores
           IF WS-SucesoresStatus = "00" THEN
               MOVE LOW-VALUES TO SC-Product-ID
               START Sucesores KEY IS NOT LESS THAN SC-Product-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "VIEJO      SUCESOR    CAMBIO   FACTOR"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Sucesores NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-Listados
                           DISPLAY SC-Product-ID " " SC-Sucesor " "
                               SC-Fecha-Cambio " " SC-Factor
                               " (" FUNCTION TRIM(SC-Usuario) " "
                               SC-Fecha-Alta ")"
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Sucesores
           END-IF
           DISPLAY "Vinculos: " WS-Listados
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Quitar el vinculo no reactiva el producto viejo: el estado
      *> se corrige desde la actualizacion del maestro.
       Quitar-Vinculo.
           DISPLAY "Producto reemplazado (codigo viejo): "
           ACCEPT WS-Viejo
           PERFORM Abrir-Sucesores
           IF WS-SucesoresStatus = "00" THEN
               MOVE WS-Viejo TO SC-Product-ID
               READ Sucesores
                   INVALID KEY
                       DISPLAY "El producto no tiene sucesor."
                   NOT INVALID KEY
                       DISPLAY "Quitar el vinculo " SC-Product-ID
                           " -> " SC-Sucesor " (S/N): "
                       ACCEPT WS-Confirmar
                       IF WS-Confirmar = "S" OR WS-Confirmar = "s"
                           THEN
                           DELETE Sucesores RECORD
                           DISPLAY "Vinculo quitado."
                       END-IF
               END-READ
               CLOSE Sucesores
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.
