      *> Flag 2: resuelve el codigo de articulo LK-Codigo-Articulo
      *>         del proveedor LK-Proveedor y deja el Product-ID
      *>         nuestro en LK-Product-ID ('S' si lo encontro).
      *> Flag 3: devuelve el codigo de articulo (LK-Codigo-Articulo)
      *>         y el ultimo costo del producto LK-Product-ID para
      *>         el proveedor LK-Proveedor ('S' si hay cruce).
      *> Otro valor: pantalla de mantenimiento del cruce.
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
                   PERFORM Buscar-Preferido
               WHEN 2
                   PERFORM Resolver-Codigo-Articulo
               WHEN 3
                   PERFORM Leer-Codigo-Proveedor
               WHEN OTHER
                   PERFORM Menu-ProdProv
           END-EVALUATE
       EXIT.


       Leer-Codigo-Proveedor.
           MOVE 'N' TO LK-Resultado
           MOVE SPACES TO LK-Codigo-Articulo
           PERFORM Abrir-ProdProv
           IF WS-ProdProvStatus = "00" THEN
               MOVE LK-Product-ID TO PP-Product-ID
               MOVE LK-Proveedor TO PP-Proveedor
               READ ProdProv
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-Codigo-Articulo TO LK-Codigo-Articulo
                       MOVE PP-Ultimo-Costo TO LK-Costo
                       MOVE 'S' TO LK-Resultado
               END-READ
               CLOSE ProdProv
           END-IF
       EXIT.


       Menu-ProdProv.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Proveedores por Producto -------"
