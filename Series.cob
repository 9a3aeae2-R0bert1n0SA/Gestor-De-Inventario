      *>         mercaderia del producto LK-Product-ID.
      *> Flag 2: captura de LK-Cantidad series DESPACHADO al salir
      *>         por remito hacia LK-Destino.
      *> Flag 3: anulacion de un despacho: captura LK-Cantidad
      *>         series que habian salido hacia LK-Destino y las
      *>         devuelve a EN STOCK.
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
           01 LK-Cantidad              PIC 9(7).
                   PERFORM Capturar-Ingreso
               WHEN 2
                   PERFORM Capturar-Despacho
               WHEN 3
                   PERFORM Capturar-Anulacion
               WHEN OTHER
                   PERFORM Menu-Series
           END-EVALUATE
       EXIT.


      *> Solo vuelve a EN STOCK una serie de este producto que
      *> figure DESPACHADO al mismo destino del remito anulado; lo
      *> demas se avisa y se vuelve a pedir (Enter deja de pedir).
       Capturar-Anulacion.
           PERFORM Abrir-Series
           IF WS-SeriesStatus = "00" THEN
               DISPLAY "  Producto serializado: ingrese los "
                   LK-Cantidad " numeros de serie que vuelven."
               MOVE 1 TO WS-Indice
               PERFORM UNTIL WS-Indice > LK-Cantidad
                   DISPLAY "  Serie " WS-Indice
                       " (en blanco termina): "
                   ACCEPT WS-Serial
                   IF WS-Serial = SPACES THEN
                       DISPLAY "  Aviso: quedan series sin "
                           "reingresar; conciliar con la opcion 3."
                       COMPUTE WS-Indice = LK-Cantidad + 1
                   ELSE
                       PERFORM Reingreso-Serie
                   END-IF
               END-PERFORM
               CLOSE Series
           END-IF
       EXIT.


       Reingreso-Serie.
           MOVE WS-Serial TO SE-Serial
           READ Series
               INVALID KEY
                   DISPLAY "  La serie " WS-Serial
                       " no esta registrada."
               NOT INVALID KEY
                   IF SE-Product-ID NOT = LK-Product-ID OR
                           SE-Estado NOT = "DESPACHADO" OR
                           SE-Destino NOT = LK-Destino THEN
                       DISPLAY "  La serie " WS-Serial " figura "
                           SE-Estado " y no salio con este remito."
                   ELSE
                       MOVE "EN STOCK" TO SE-Estado
                       MOVE SPACES TO SE-Destino
                       MOVE 0 TO SE-Garantia-Hasta
                       PERFORM Fechar-Movimiento
                       MOVE WS-Usuario TO SE-Usuario
                       REWRITE SE-Rec
                       ADD 1 TO WS-Indice
                   END-IF
           END-READ
       EXIT.


       Leer-Garantia-Producto.
           MOVE 0 TO WS-GarantiaMeses
           OPEN INPUT Productos
