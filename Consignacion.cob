      *> Flag 2: ante una venta de LK-Cantidad unidades, consume
      *>         primero el saldo en consignacion y acumula lo
      *>         vendido para la liquidacion.
      *> Flag 3: anulacion de una venta de LK-Cantidad unidades:
      *>         lo vendido aun no liquidado vuelve al saldo en
      *>         consignacion.
      *> Otro valor: menu (ingresos, saldos y liquidacion mensual).
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
                   PERFORM Sumar-Consignado
               WHEN 2
                   PERFORM Consumir-Venta
               WHEN 3
                   PERFORM Revertir-Venta
               WHEN OTHER
      *>           Solo la pantalla usa el usuario; los servicios
      *>           1 y 2 reciben SPACES en ese parametro y no
       EXIT.


      *> Lo ya liquidado al proveedor no se revierte: la anulacion
      *> solo alcanza a las vendidas pendientes de liquidacion.
       Revertir-Venta.
           MOVE LK-Cantidad TO WS-Consumir
           PERFORM Abrir-Consignacion
           IF WS-ConsigStatus = "00" THEN
               PERFORM Posicionar-Producto
               PERFORM UNTIL WS-EOF-Flag = 'Y' OR WS-Consumir = 0
                   READ Consignacion NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CN-Product-ID = LK-Product-ID THEN
                               PERFORM Revertir-Saldo
                           ELSE
                               MOVE 'Y' TO WS-EOF-Flag
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Consignacion
           END-IF
       EXIT.


       Revertir-Saldo.
           IF CN-Vendidas > 0 THEN
               IF CN-Vendidas <= WS-Consumir THEN
                   MOVE CN-Vendidas TO WS-Cantidad
               ELSE
                   MOVE WS-Consumir TO WS-Cantidad
               END-IF
               SUBTRACT WS-Cantidad FROM CN-Vendidas
               SUBTRACT WS-Cantidad FROM WS-Consumir
               ADD WS-Cantidad TO CN-Cantidad
               REWRITE CN-Rec
           END-IF
       EXIT.


       Menu-Consignacion.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Consignacion -------"
