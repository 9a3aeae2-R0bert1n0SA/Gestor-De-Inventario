           01  WS-ClaveParam               PIC X(20).
           01  WS-TasaIVA                  PIC 9(2)V99.
           01  WS-IvaOk                    PIC X(1).
           01  WS-AltaCompleta             PIC X(1).
           01  WS-AltaFaltan               PIC X(60).
       LINKAGE SECTION.
           01 LK-KeyOp  PIC 9(1).
           COPY PRODUCTO-NP.
                   MOVE 0 TO Stock-Maximo
               END-IF

      *>       El alta nace PENDIENTE: no se vende hasta que cada
      *>       sector complete su parte de la lista de control.
               MOVE "PENDIENTE" TO Estado
               DISPLAY "Ingrese Descripción: "
               ACCEPT Descripcion
               PERFORM Validar-Unidad
                   MOVE 0 TO Costo-Estandar
               END-IF

               DISPLAY "Peso unitario en kg (0 = sin dato): "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux)
                       TO Peso-Unitario
               ELSE
                   MOVE 0 TO Peso-Unitario
               END-IF

               DISPLAY "Volumen unitario en m3 (0 = sin dato): "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux)
                       TO Volumen-Unitario
               ELSE
                   MOVE 0 TO Volumen-Unitario
               END-IF

               PERFORM Capturar-Unidad-Compra
               PERFORM Validar-Categoria-IVA

               CALL "Tipos-Cambio" USING 1, Moneda,
                   WS-ValorCategoria
               CALL "Categoria" USING 20, Categoria, WS-ValorCategoria
               CALL "Alta-Productos" USING 1, Product, WS-AltaCompleta,
                   WS-AltaFaltan, SPACES
               IF WS-AltaCompleta = 'S' THEN
                   DISPLAY "Alta PENDIENTE con la lista completa; se "
                       "habilita desde Altas de productos."
               ELSE
                   DISPLAY "Alta PENDIENTE; deben completar datos: "
                       FUNCTION TRIM(WS-AltaFaltan)
               END-IF

           EXIT.

                               MOVE SPACES TO PROV-Telefono
                               MOVE SPACES TO PROV-Direccion
                               MOVE SPACES TO PROV-Cond-Pago
                               MOVE SPACES TO PROV-CUIT
                               MOVE 'A' TO PROV-Estado
                               WRITE Prov-Rec
                               MOVE PROV-Nombre TO Proveedor
