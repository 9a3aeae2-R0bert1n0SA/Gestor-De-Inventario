       IDENTIFICATION DIVISION.
       PROGRAM-ID. Producto-Cliente AS "Producto-Cliente".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProdCli ASSIGN TO 'Prod-Cli.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-Clave
               FILE STATUS IS WS-ProdCliStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ProdCli.
       01  PC-Rec.
      *>  Cruce cliente-producto: las cadenas que mandan sus ordenes
      *>  de compra en archivo usan su propio codigo de articulo.
      *>  Cada codigo del cliente apunta a nuestro Product-ID, con
      *>  el factor de unidades nuestras por unidad del cliente
      *>  (la caja de 12 que piden como 1 lleva factor 12). Es el
      *>  espejo de Producto-Proveedor del lado de las compras.
           05 PC-Clave.
               10 PC-Cliente           PIC X(10).
               10 PC-Codigo-Articulo   PIC X(20).
           05 PC-Product-ID            PIC X(10).
           05 PC-Factor                PIC 9(3).
           05 PC-Usuario               PIC X(10).

       FD  Productos.
           COPY PRODUCTO.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-ProdCliStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Cliente               PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-Codigo                PIC X(20).
           01 WS-PID                   PIC X(10).
           01 WS-ProductoOk            PIC X(1).
           01 WS-Vinculos              PIC 9(5).

       LINKAGE SECTION.
      *> Flag 1: resuelve el codigo de articulo LK-Codigo-Articulo
      *>         del cliente LK-Cliente; deja nuestro Product-ID en
      *>         LK-Product-ID, el factor de unidades en LK-Factor y
      *>         'S' en LK-Resultado si lo encontro.
      *> Otro valor: pantalla de mantenimiento del cruce; en ese
      *>         caso LK-Cliente trae el usuario que la opera.
           01 LK-Flag                  PIC 9(2).
           01 LK-Cliente               PIC X(10).
           01 LK-Codigo-Articulo       PIC X(20).
           01 LK-Product-ID            PIC X(10).
           01 LK-Factor                PIC 9(3).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Cliente,
               LK-Codigo-Articulo, LK-Product-ID, LK-Factor,
               LK-Resultado.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Resolver-Codigo-Cliente
               WHEN OTHER
                   MOVE LK-Cliente TO WS-Usuario
                   PERFORM Menu-ProdCli
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-ProdCli.
           OPEN I-O ProdCli
           IF WS-ProdCliStatus = "35" THEN
               CLOSE ProdCli
               OPEN OUTPUT ProdCli
               CLOSE ProdCli
               OPEN I-O ProdCli
           END-IF
       EXIT.


       Resolver-Codigo-Cliente.
           MOVE 'N' TO LK-Resultado
           MOVE SPACES TO LK-Product-ID
           MOVE 1 TO LK-Factor
           OPEN INPUT ProdCli
           IF WS-ProdCliStatus = "00" THEN
               MOVE LK-Cliente TO PC-Cliente
               MOVE LK-Codigo-Articulo TO PC-Codigo-Articulo
               READ ProdCli
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PC-Product-ID TO LK-Product-ID
                       MOVE PC-Factor TO LK-Factor
                       IF LK-Factor = 0 THEN
                           MOVE 1 TO LK-Factor
                       END-IF
                       MOVE 'S' TO LK-Resultado
               END-READ
               CLOSE ProdCli
           END-IF
       EXIT.


       Menu-ProdCli.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Codigos de articulo de clientes ----"
               DISPLAY "1. Vincular un codigo del cliente"
               DISPLAY "2. Listar codigos de un cliente"
               DISPLAY "3. Cambiar producto / factor de un codigo"
               DISPLAY "4. Quitar un codigo"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Vincular-Codigo
                   WHEN 2
                       PERFORM Listar-Codigos
                   WHEN 3
                       PERFORM Editar-Codigo
                   WHEN 4
                       PERFORM Quitar-Codigo
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Pedir-Cliente.
           DISPLAY "Codigo de cliente: "
           MOVE SPACES TO WS-Cliente
           ACCEPT WS-Cliente
           MOVE 'N' TO WS-ClienteOk
           IF WS-Cliente NOT = SPACES THEN
               CALL "Clientes" USING 1, WS-Cliente,
                   WS-ClienteNombre, WS-ValorDummy, WS-ClienteOk
           END-IF
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Cliente: " FUNCTION TRIM(WS-ClienteNombre)
           ELSE
               DISPLAY "Cliente inexistente o desactivado."
           END-IF
       EXIT.


       Pedir-Producto.
           MOVE 'N' TO WS-ProductoOk
           DISPLAY "ID de nuestro producto: "
           MOVE SPACES TO WS-PID
           ACCEPT WS-PID
           OPEN INPUT Productos
           IF WS-ProductosStatus = "00" THEN
               MOVE WS-PID TO Product-ID
               READ Productos
                   INVALID KEY
                       DISPLAY "Producto no encontrado."
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ProductoOk
                       DISPLAY FUNCTION TRIM(P-Nombre)
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Pedir-Factor.
           DISPLAY "Unidades nuestras por unidad del cliente "
               "(Enter = 1): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 AND
                   FUNCTION NUMVAL(WS-Aux) > 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO PC-Factor
           ELSE
               MOVE 1 TO PC-Factor
           END-IF
       EXIT.


       Vincular-Codigo.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Codigo de articulo del cliente: "
               MOVE SPACES TO WS-Codigo
               ACCEPT WS-Codigo
               IF WS-Codigo = SPACES THEN
                   DISPLAY "Codigo no valido."
               ELSE
                   PERFORM Abrir-ProdCli
                   IF WS-ProdCliStatus NOT = "00" THEN
                       CALL "Errores" USING WS-ProdCliStatus
                   ELSE
                       MOVE WS-Cliente TO PC-Cliente
                       MOVE WS-Codigo TO PC-Codigo-Articulo
                       READ ProdCli
                           INVALID KEY
                               PERFORM Capturar-Vinculo
                           NOT INVALID KEY
                               DISPLAY "El codigo ya esta vinculado "
                                   "a " PC-Product-ID "; use la "
                                   "opcion de edicion."
                       END-READ
                       CLOSE ProdCli
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Vinculo.
           PERFORM Pedir-Producto
           IF WS-ProductoOk = 'S' THEN
               INITIALIZE PC-Rec
               MOVE WS-Cliente TO PC-Cliente
               MOVE WS-Codigo TO PC-Codigo-Articulo
               MOVE WS-PID TO PC-Product-ID
               PERFORM Pedir-Factor
               MOVE WS-Usuario TO PC-Usuario
               WRITE PC-Rec
               IF WS-ProdCliStatus = "00" THEN
                   DISPLAY "Codigo vinculado."
               ELSE
                   CALL "Errores" USING WS-ProdCliStatus
               END-IF
           END-IF
       EXIT.


       Listar-Codigos.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               MOVE 0 TO WS-Vinculos
               OPEN INPUT ProdCli
               IF WS-ProdCliStatus = "00" THEN
                   MOVE WS-Cliente TO PC-Cliente
                   MOVE LOW-VALUES TO PC-Codigo-Articulo
                   START ProdCli KEY IS NOT LESS THAN PC-Clave
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Flag
                   END-START
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ ProdCli NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               IF PC-Cliente = WS-Cliente THEN
                                   ADD 1 TO WS-Vinculos
                                   DISPLAY PC-Codigo-Articulo " -> "
                                       PC-Product-ID " x "
                                       PC-Factor
                               ELSE
                                   MOVE 'Y' TO WS-EOF-Flag
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
                   CLOSE ProdCli
               END-IF
               DISPLAY "Codigos vinculados: " WS-Vinculos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Editar-Codigo.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Codigo de articulo del cliente: "
               MOVE SPACES TO WS-Codigo
               ACCEPT WS-Codigo
               PERFORM Abrir-ProdCli
               IF WS-ProdCliStatus = "00" THEN
                   MOVE WS-Cliente TO PC-Cliente
                   MOVE WS-Codigo TO PC-Codigo-Articulo
                   READ ProdCli
                       INVALID KEY
                           DISPLAY "El codigo no esta vinculado."
                       NOT INVALID KEY
                           PERFORM Editar-Vinculo
                   END-READ
                   CLOSE ProdCli
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Editar-Vinculo.
           DISPLAY "Vinculado a " PC-Product-ID " x " PC-Factor
           DISPLAY "Cambiar el producto (S/N): "
           ACCEPT WS-EnterT
           IF WS-EnterT = 'S' OR WS-EnterT = 's' THEN
               PERFORM Pedir-Producto
               IF WS-ProductoOk = 'S' THEN
                   MOVE WS-PID TO PC-Product-ID
               END-IF
           END-IF
           PERFORM Pedir-Factor
           MOVE WS-Usuario TO PC-Usuario
           REWRITE PC-Rec
           IF WS-ProdCliStatus = "00" THEN
               DISPLAY "Codigo actualizado."
           ELSE
               CALL "Errores" USING WS-ProdCliStatus
           END-IF
       EXIT.


       Quitar-Codigo.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Codigo de articulo del cliente: "
               MOVE SPACES TO WS-Codigo
               ACCEPT WS-Codigo
               PERFORM Abrir-ProdCli
               IF WS-ProdCliStatus = "00" THEN
                   MOVE WS-Cliente TO PC-Cliente
                   MOVE WS-Codigo TO PC-Codigo-Articulo
                   READ ProdCli
                       INVALID KEY
                           DISPLAY "El codigo no esta vinculado."
                       NOT INVALID KEY
                           DELETE ProdCli
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   DISPLAY "Codigo eliminado."
                           END-DELETE
                   END-READ
                   CLOSE ProdCli
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.
