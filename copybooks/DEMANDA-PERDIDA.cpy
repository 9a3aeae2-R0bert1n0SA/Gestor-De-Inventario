      *================================================================*
      *> Copybook DEMANDA-PERDIDA
      *> Layout del registro de Demanda-Perdida.DAT: la demanda que
      *> no se pudo atender. Lo graba Demanda-Perdida (flag 1) a
      *> pedido de Ventas-POS (linea rechazada por falta de stock),
      *> Disponibilidad-Web (consulta respondida sin disponible) y
      *> Pedidos (saldo sin despachar de un pedido anulado); lo leen
      *> el informe de nivel de servicio y Planificacion.
      *> DP-Canal: POS, WEB o PED.
      *> DP-Precio: precio al que se hubiera vendido; en 0 el
      *> informe valoriza al precio de venta del dia.
      *================================================================*
       01  DP-Rec.
           05 DP-Fecha                 PIC 9(8).
           05 DP-Hora                  PIC 9(6).
           05 DP-Product-ID            PIC X(10).
           05 DP-Canal                 PIC X(3).
           05 DP-Cantidad              PIC 9(7).
           05 DP-Precio                PIC 9(5)V99.
           05 DP-Sucursal              PIC X(4).
           05 DP-Referencia            PIC X(20).
