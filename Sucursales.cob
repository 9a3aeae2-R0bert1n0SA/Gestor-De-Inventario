      *>  y existe aunque el maestro este vacio.
           05 SU-Codigo                PIC X(4).
           05 SU-Nombre                PIC X(30).
      *>  Punto de venta fiscal de la sucursal y ultimo numero
      *>  emitido de cada letra de factura (A, B y C); cada letra
      *>  lleva su propia serie por punto de venta. CENT tiene
      *>  punto de venta 1 si no se le cargo otro.
           05 SU-Punto-Venta           PIC 9(4).
           05 SU-Ultimo-A              PIC 9(8).
           05 SU-Ultimo-B              PIC 9(8).
           05 SU-Ultimo-C              PIC 9(8).

       FD  Productos.
           COPY PRODUCTO.
           01 WS-EnterT                PIC X(1).
           01 WS-Codigo                PIC X(4).
           01 WS-Filtro                PIC X(4).
           01 WS-Aux                   PIC X(20).
           01 WS-PuntoVenta            PIC 9(4).
           01 WS-PVOcupado             PIC X(4).

           01 WS-SucTabla.
               05 WS-SU-Entry OCCURS 10 TIMES.
      *> Flag 1: valida el codigo de sucursal LK-Codigo contra el
      *>         maestro; 'S' en LK-Resultado si existe o si es
      *>         CENT o el maestro esta vacio.
      *> Flag 2: asigna el proximo numero de factura de la letra
      *>         LK-Letra (A/B/C) en la sucursal LK-Codigo (en
      *>         blanco = CENT): deja el punto de venta en
      *>         LK-Punto-Venta, el numero en LK-Numero y 'S' en
      *>         LK-Resultado; 'N' si la sucursal no existe o no
      *>         tiene punto de venta.
      *> Otro valor: mantenimiento e informes por sucursal.
           01 LK-Flag                  PIC 9(2).
           01 LK-Codigo                PIC X(4).
           01 LK-Resultado             PIC X(1).
           01 LK-Letra                 PIC X(1).
           01 LK-Punto-Venta           PIC 9(4).
           01 LK-Numero                PIC 9(8).

       PROCEDURE DIVISION USING LK-Flag, LK-Codigo, LK-Resultado,
               LK-Letra, LK-Punto-Venta, LK-Numero.
       MAIN-PROCEDURE.
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Validar-Sucursal
               WHEN 2
                   PERFORM Numerar-Factura
               WHEN OTHER
                   PERFORM Menu-Sucursales
           END-EVALUATE
       EXIT PROGRAM.


       EXIT.


      *> CENT se da de alta con punto de venta 1 la primera vez
      *> que factura, porque existe aunque el maestro este vacio.
       Numerar-Factura.
           MOVE 'N' TO LK-Resultado
           MOVE 0 TO LK-Punto-Venta
           MOVE 0 TO LK-Numero
           MOVE LK-Codigo TO WS-Codigo
           IF WS-Codigo = SPACES THEN
               MOVE "CENT" TO WS-Codigo
           END-IF
           PERFORM Abrir-Sucursales
           IF WS-SucStatus = "00" THEN
               MOVE WS-Codigo TO SU-Codigo
               READ Sucursales
                   INVALID KEY
                       IF WS-Codigo = "CENT" THEN
                           PERFORM Crear-Central
                       END-IF
               END-READ
               IF WS-SucStatus = "00" AND SU-Punto-Venta > 0 THEN
                   EVALUATE LK-Letra
                       WHEN "A"
                           ADD 1 TO SU-Ultimo-A
                           MOVE SU-Ultimo-A TO LK-Numero
                       WHEN "B"
                           ADD 1 TO SU-Ultimo-B
                           MOVE SU-Ultimo-B TO LK-Numero
                       WHEN "C"
                           ADD 1 TO SU-Ultimo-C
                           MOVE SU-Ultimo-C TO LK-Numero
                   END-EVALUATE
                   IF LK-Numero > 0 THEN
                       REWRITE SU-Rec
                       IF WS-SucStatus = "00" THEN
                           MOVE SU-Punto-Venta TO LK-Punto-Venta
                           MOVE 'S' TO LK-Resultado
                       ELSE
                           CALL "Errores" USING WS-SucStatus
                           MOVE 0 TO LK-Numero
                       END-IF
                   END-IF
               END-IF
               CLOSE Sucursales
           END-IF
       EXIT.


       Crear-Central.
           INITIALIZE SU-Rec
           MOVE "CENT" TO SU-Codigo
           MOVE "Casa central" TO SU-Nombre
           MOVE 1 TO SU-Punto-Venta
           WRITE SU-Rec
           IF WS-SucStatus NOT = "00" THEN
               CALL "Errores" USING WS-SucStatus
           END-IF
       EXIT.


       Menu-Sucursales.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Sucursales -------"
               DISPLAY "2. Crear sucursal"
               DISPLAY "3. Stock por sucursal (consolidado)"
               DISPLAY "4. Listado de productos de una sucursal"
               DISPLAY "5. Punto de venta y numeracion de facturas"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
                       PERFORM Informe-Consolidado
                   WHEN 4
                       PERFORM Listado-Por-Sucursal
                   WHEN 5
                       PERFORM Asignar-Punto-Venta
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                           IF SU-Codigo NOT = "CENT" THEN
                               DISPLAY SU-Codigo " - "
                                   FUNCTION TRIM(SU-Nombre)
                                   " (punto de venta "
                                   SU-Punto-Venta ")"
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-Codigo TO SU-Codigo
               READ Sucursales
                   INVALID KEY
                       INITIALIZE SU-Rec
                       MOVE WS-Codigo TO SU-Codigo
                       DISPLAY "Nombre de la sucursal: "
                       ACCEPT SU-Nombre
                       PERFORM Capturar-Punto-Venta
                       MOVE WS-PuntoVenta TO SU-Punto-Venta
                       WRITE SU-Rec
                       DISPLAY "Sucursal creada."
                   NOT INVALID KEY
       EXIT.


      *> Un punto de venta no se repite entre sucursales: dos
      *> sucursales con el mismo punto emitirian numeros iguales.
       Capturar-Punto-Venta.
           DISPLAY "Punto de venta fiscal (0 = no factura): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-PuntoVenta
           ELSE
               MOVE 0 TO WS-PuntoVenta
           END-IF
           IF WS-PuntoVenta > 0 THEN
               PERFORM Buscar-Punto-Venta
               IF WS-PVOcupado NOT = SPACES THEN
                   DISPLAY "El punto de venta ya es de la sucursal "
                       WS-PVOcupado "; queda sin punto de venta."
                   MOVE 0 TO WS-PuntoVenta
               END-IF
           END-IF
       EXIT.


      *> Recorre el maestro sin perder el registro en edicion: se
      *> guarda la clave y se vuelve a leer al terminar.
       Buscar-Punto-Venta.
           MOVE SPACES TO WS-PVOcupado
           MOVE SU-Codigo TO WS-Filtro
           MOVE LOW-VALUES TO SU-Codigo
           START Sucursales KEY IS NOT LESS THAN SU-Codigo
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Sucursales NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF SU-Punto-Venta = WS-PuntoVenta AND
                               SU-Codigo NOT = WS-Filtro THEN
                           MOVE SU-Codigo TO WS-PVOcupado
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-Filtro TO SU-Codigo
           READ Sucursales
               INVALID KEY
                   MOVE WS-Filtro TO SU-Codigo
           END-READ
       EXIT.


       Asignar-Punto-Venta.
           PERFORM Abrir-Sucursales
           IF WS-SucStatus = "00" THEN
               DISPLAY "Codigo de sucursal (en blanco = CENT): "
               MOVE SPACES TO WS-Codigo
               ACCEPT WS-Codigo
               INSPECT WS-Codigo CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-Codigo = SPACES THEN
                   MOVE "CENT" TO WS-Codigo
               END-IF
               MOVE WS-Codigo TO SU-Codigo
               READ Sucursales
                   INVALID KEY
                       IF WS-Codigo = "CENT" THEN
                           PERFORM Crear-Central
                       ELSE
                           DISPLAY "La sucursal no existe."
                       END-IF
               END-READ
               IF WS-SucStatus = "00" THEN
                   DISPLAY "Sucursal " SU-Codigo " punto de venta "
                       SU-Punto-Venta
                   DISPLAY "Ultimas facturas: A " SU-Ultimo-A
                       "  B " SU-Ultimo-B "  C " SU-Ultimo-C
                   PERFORM Capturar-Punto-Venta
                   MOVE WS-Codigo TO SU-Codigo
                   READ Sucursales
                       INVALID KEY
                           CALL "Errores" USING WS-SucStatus
                       NOT INVALID KEY
      *>                   Un punto de venta nuevo arranca sus
      *>                   series desde el numero 1.
                           IF WS-PuntoVenta NOT = SU-Punto-Venta
                                   THEN
                               MOVE 0 TO SU-Ultimo-A
                               MOVE 0 TO SU-Ultimo-B
                               MOVE 0 TO SU-Ultimo-C
                           END-IF
                           MOVE WS-PuntoVenta TO SU-Punto-Venta
                           REWRITE SU-Rec
                           DISPLAY "Punto de venta actualizado."
                   END-READ
               END-IF
               CLOSE Sucursales
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Agrupa el catalogo por la sucursal de cada producto; los
      *> registros anteriores a la sucursal quedan en blanco y se
      *> cuentan como CENT.
