           01 WS-DT-Idx                PIC 9(3).
           01 WS-DT-Hallado            PIC X(1).

      *>   Traspaso de la historia de productos reemplazados a su
      *>   sucesor.
           01 WS-SucID                 PIC X(10).
           01 WS-SucFactor             PIC 9(3)V9(4).
           01 WS-SucFecha              PIC 9(8).
           01 WS-SucHay                PIC X(1).
           01 WS-SucTope               PIC 9(3).
           01 WS-SucIdx                PIC 9(3).
           01 WS-SucMes                PIC 9(2).
           01 WS-Traspasados           PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-Fecha FROM DATE
           MOVE 0 TO WS-DT-Usados
           MOVE 0 TO WS-Desbordados
           PERFORM Acumular-Demanda
           PERFORM Traspasar-Sucesores
           IF WS-DT-Usados = 0 THEN
               DISPLAY "Sin historia de salidas en los ultimos 12 "
                   "meses; nada que pronosticar."
               PERFORM Grabar-Pronosticos
               DISPLAY "Pronostico generado para " WS-DT-Usados
                   " producto(s), " WS-MesesFuturos " mes(es)."
               IF WS-Traspasados > 0 THEN
                   DISPLAY WS-Traspasados " producto(s) reemplazado(s)"
                       " aportaron su historia al sucesor."
               END-IF
               IF WS-Desbordados > 0 THEN
                   DISPLAY "ATENCION: " WS-Desbordados
                       " movimiento(s) de productos fuera del "
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF Cerrado-Rec(1:8) NOT = "#LAYOUT#" THEN
                               MOVE Cerrado-Rec TO Mov-Rec
                               PERFORM Clasificar-Demanda
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> Un producto reemplazado por otro codigo deja de vender y
      *> su sucesor arranca sin historia: la demanda del viejo,
      *> convertida con el factor del vinculo, se suma a la del
      *> sucesor para que este herede la base y la estacionalidad.
      *> Solo se recorren las entradas acumuladas desde los
      *> movimientos; las que se agregan aqui ya son sucesores.
       Traspasar-Sucesores.
           MOVE 0 TO WS-Traspasados
           MOVE WS-DT-Usados TO WS-SucTope
           PERFORM VARYING WS-SucIdx FROM 1 BY 1
                   UNTIL WS-SucIdx > WS-SucTope
               IF WS-DT-Total(WS-SucIdx) > 0 THEN
                   CALL "Sucesores" USING 1,
                       WS-DT-Product-ID(WS-SucIdx), WS-SucID,
                       WS-SucFactor, WS-SucFecha, WS-SucHay, SPACES
                   IF WS-SucHay = 'S' THEN
                       PERFORM Traspasar-Producto
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


       Traspasar-Producto.
           MOVE WS-SucID TO MOV-Product-ID
           MOVE 1 TO MOV-Mes
           MOVE 0 TO WS-Delta
           PERFORM Sumar-Demanda-Producto
           IF WS-DT-Idx > 0 THEN
               ADD 1 TO WS-Traspasados
               PERFORM VARYING WS-SucMes FROM 1 BY 1
                       UNTIL WS-SucMes > 12
                   COMPUTE WS-DT-Demanda(WS-DT-Idx, WS-SucMes) =
                       WS-DT-Demanda(WS-DT-Idx, WS-SucMes) +
                       (WS-DT-Demanda(WS-SucIdx, WS-SucMes) *
                       WS-SucFactor)
                   MOVE 0 TO WS-DT-Demanda(WS-SucIdx, WS-SucMes)
               END-PERFORM
               COMPUTE WS-DT-Total(WS-DT-Idx) =
                   WS-DT-Total(WS-DT-Idx) +
                   (WS-DT-Total(WS-SucIdx) * WS-SucFactor)
               MOVE 0 TO WS-DT-Total(WS-SucIdx)
           END-IF
       EXIT.


       Grabar-Pronosticos.
           PERFORM Abrir-Pronosticos
           IF WS-PronStatus NOT = "00" THEN
