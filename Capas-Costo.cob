           01 WS-SecuenciaMax          PIC 9(6).
           01 WS-Pendiente             PIC 9(7).
           01 WS-Consumo               PIC 9(7).
           01 WS-ValorConsumido        PIC 9(13)V99.
           01 WS-ValorFIFO             PIC 9(13)V99.
           01 WS-ValorFIFO-Prod        PIC 9(13)V99.
           01 WS-ValorPromedio         PIC 9(13)V99.
      *> Flag 1: alta de capa (LK-Cantidad unidades a LK-Costo) del
      *>         producto LK-Product-ID al recibir mercaderia.
      *> Flag 2: consume LK-Cantidad del producto en orden FIFO.
      *> Flag 4: igual que el 2, y devuelve en LK-Costo el costo
      *>         unitario de lo consumido; las unidades que no
      *>         cubren las capas se valuan al LK-Costo recibido.
      *> Flag 3: suma LK-Costo al costo unitario de la capa mas
      *>         reciente del producto (recargo por flete, aduana y
      *>         seguro prorrateado por la recepcion).
                   PERFORM Consumir-FIFO
               WHEN 3
                   PERFORM Recargar-Ultima-Capa
               WHEN 4
                   PERFORM Consumir-FIFO-Costeado
               WHEN OTHER
                   PERFORM Menu-Capas
           END-EVALUATE
      *> nueva hasta cubrir la cantidad pedida.
       Consumir-FIFO.
           MOVE LK-Cantidad TO WS-Pendiente
           MOVE 0 TO WS-ValorConsumido
           PERFORM Abrir-Capas
           IF WS-CapasStatus = "00" THEN
               MOVE LK-Product-ID TO CC-Product-ID
       EXIT.


      *> Costo de la salida por FIFO, para dejarlo en el documento
      *> que la origina.
       Consumir-FIFO-Costeado.
           PERFORM Consumir-FIFO
           IF LK-Cantidad > 0 THEN
               COMPUTE LK-Costo ROUNDED = (WS-ValorConsumido +
                   (WS-Pendiente * LK-Costo)) / LK-Cantidad
           END-IF
       EXIT.


      *> La capa mas nueva del producto es la que acaba de dejar la
      *> recepcion en curso: el recargo unitario prorrateado se le
      *> suma al costo para que la valuacion FIFO lleve el costo
                   MOVE WS-Pendiente TO WS-Consumo
               END-IF
               SUBTRACT WS-Consumo FROM CC-Cantidad-Restante
               COMPUTE WS-ValorConsumido = WS-ValorConsumido +
                   (WS-Consumo * CC-Costo-Unitario)
               SUBTRACT WS-Consumo FROM WS-Pendiente
               REWRITE CC-Rec
           END-IF
