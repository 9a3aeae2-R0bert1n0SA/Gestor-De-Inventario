      *> Flag 2: recepcion de proveedor: igual, pero los envases
      *>         del proveedor quedan en nuestro poder (saldo
      *>         negativo del proveedor LK-Tercero).
      *> Flag 3: anulacion de un despacho a cliente: resta del
      *>         saldo del cliente LK-Tercero los envases que le
      *>         habia sumado el flag 1.
      *> Otro valor: vinculos, devoluciones de envases, saldos y
      *>         resumen valuado al deposito.
           01 LK-Flag                  PIC 9(2).
                   MOVE 'V' TO WS-Tipo
                   MOVE 2 TO WS-Sentido
                   PERFORM Registrar-Implicados
               WHEN 3
                   MOVE 'C' TO WS-Tipo
                   MOVE 2 TO WS-Sentido
                   PERFORM Registrar-Implicados
               WHEN OTHER
                   PERFORM Menu-Envases
           END-EVALUATE
