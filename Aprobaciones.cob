           01 WS-ValorCategoria        PIC 9(13)V99.
           01 WS-Usuario               PIC X(10).
           01 WS-LockOk                PIC X(1).
           01 WS-FechaPeriodo          PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).

       LINKAGE SECTION.
           01 LK-Usuario               PIC X(10).


       Mostrar-Pedido.
           EVALUATE PA-Tipo
               WHEN "PRECIO"
                   DISPLAY PA-Numero ") PRECIO " PA-Product-ID
                       " nuevo precio " PA-Precio-Nuevo
                       " pedido por " PA-Solicitante " el "
                       PA-Fecha-Pedido
               WHEN "PERIOD"
                   DISPLAY PA-Numero ") REAPERTURA del periodo "
                       PA-Product-ID(1:6) " pedida por "
                       PA-Solicitante " el " PA-Fecha-Pedido
               WHEN OTHER
                   DISPLAY PA-Numero ") STOCK  " PA-Product-ID
                       " " PA-Sentido " x " PA-Cantidad
                       " pedido por " PA-Solicitante " el "
                       PA-Fecha-Pedido
           END-EVALUATE
       EXIT.


                   DISPLAY "1. Aprobar  2. Rechazar  0. Dejar "
                       "pendiente"
                   ACCEPT WS-Decision
                   EVALUATE TRUE
                       WHEN WS-Decision = 1 AND PA-Tipo = "PERIOD"
                           PERFORM Aprobar-Reapertura
                       WHEN WS-Decision = 1
                           PERFORM Aprobar-Pedido
                       WHEN WS-Decision = 2
                           MOVE "RECHAZADO" TO PA-Estado
                           PERFORM Sellar-Decision
                           IF PA-Tipo = "PERIOD" THEN
                               PERFORM Armar-Fecha-Periodo
                               CALL "Periodos-Contables" USING 5,
                                   WS-Usuario, WS-FechaPeriodo,
                                   WS-PeriodoOk
                           END-IF
                           DISPLAY "Pedido rechazado."
                       WHEN OTHER
                           DISPLAY "Sin cambios."
       EXIT.


      *> La reapertura de un periodo contable cerrado no toca
      *> productos: la hace Periodos-Contables, que la deja en la
      *> bitacora de seguridad.
       Aprobar-Reapertura.
           PERFORM Armar-Fecha-Periodo
           CALL "Periodos-Contables" USING 4, WS-Usuario,
               WS-FechaPeriodo, WS-PeriodoOk
           IF WS-PeriodoOk = 'S' THEN
               MOVE "APROBADO" TO PA-Estado
           ELSE
               MOVE "RECHAZADO" TO PA-Estado
           END-IF
           PERFORM Sellar-Decision
       EXIT.


       Armar-Fecha-Periodo.
           MOVE 0 TO WS-FechaPeriodo
           IF PA-Product-ID(1:6) IS NUMERIC THEN
               COMPUTE WS-FechaPeriodo =
                   FUNCTION NUMVAL(PA-Product-ID(1:6)) * 100 + 1
           END-IF
       EXIT.


       Aprobar-Pedido.
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
