                   10 WS-RK-Product-ID     PIC X(10).
                   10 WS-RK-Valor          PIC 9(13)V99.
                   10 WS-RK-Clase          PIC X(1).
                   10 WS-RK-Salidas        PIC 9(13)V99.
                   10 WS-RK-Hereda         PIC X(10).
           01 WS-RankUsados            PIC 9(3) VALUE 0.
           01 WS-RK-Idx                PIC 9(3).
           01 WS-RK-J                  PIC 9(3).
           01 WS-RK-Hallado            PIC X(1).
           01 WS-RK-Aux                PIC X(51).

      *>   Historia de productos reemplazados que pasa al sucesor.
           01 WS-SucID                 PIC X(10).
           01 WS-SucFactor             PIC 9(3)V9(4).
           01 WS-SucFecha              PIC 9(8).
           01 WS-SucHay                PIC X(1).
           01 WS-Traspasados           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "Catalogo vacio; nada que clasificar."
           ELSE
               PERFORM Acumular-Valor-Movimientos
               PERFORM Traspasar-Sucesores
               PERFORM Ordenar-Por-Valor
               PERFORM Asignar-Clases
               PERFORM Grabar-Clases
               PERFORM Emitir-Informe
               DISPLAY "Productos clasificados: " WS-Actualizados
               IF WS-Traspasados > 0 THEN
                   DISPLAY WS-Traspasados " sucesor(es) valuado(s) "
                       "con la historia del producto que reemplazan."
               END-IF
               IF WS-Desbordados > 0 THEN
                   DISPLAY "ATENCION: " WS-Desbordados
                       " producto(s) quedaron SIN clasificar por "
                                   P-Stock * P-Costo-Promedio
                               MOVE SPACE TO
                                   WS-RK-Clase(WS-RankUsados)
                               MOVE 0 TO
                                   WS-RK-Salidas(WS-RankUsados)
                               MOVE SPACES TO
                                   WS-RK-Hereda(WS-RankUsados)
                           END-IF
                   END-READ
               END-PERFORM
                       COMPUTE WS-RK-Valor(WS-RK-J) =
                           WS-RK-Valor(WS-RK-J) +
                           ((0 - WS-Delta) * MOV-Precio-Despues)
                       COMPUTE WS-RK-Salidas(WS-RK-J) =
                           WS-RK-Salidas(WS-RK-J) +
                           ((0 - WS-Delta) * MOV-Precio-Despues)
                   END-IF
               END-PERFORM
           END-IF
       EXIT.


      *> Un sucesor recien dado de alta no tiene salidas propias y
      *> caeria en C: hereda el valor movido por el producto que
      *> reemplaza, que a su vez queda valuado solo por su stock.
       Traspasar-Sucesores.
           PERFORM VARYING WS-RK-Idx FROM 1 BY 1
                   UNTIL WS-RK-Idx > WS-RankUsados
               IF WS-RK-Salidas(WS-RK-Idx) > 0 THEN
                   CALL "Sucesores" USING 1,
                       WS-RK-Product-ID(WS-RK-Idx), WS-SucID,
                       WS-SucFactor, WS-SucFecha, WS-SucHay, SPACES
                   IF WS-SucHay = 'S' THEN
                       PERFORM Traspasar-Valor
                   END-IF
               END-IF
           END-PERFORM
       EXIT.


       Traspasar-Valor.
           MOVE 'N' TO WS-RK-Hallado
           PERFORM VARYING WS-RK-J FROM 1 BY 1
                   UNTIL WS-RK-J > WS-RankUsados
                   OR WS-RK-Hallado = 'S'
               IF WS-RK-Product-ID(WS-RK-J) = WS-SucID THEN
                   MOVE 'S' TO WS-RK-Hallado
               END-IF
           END-PERFORM
           IF WS-RK-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-RK-J
               ADD WS-RK-Salidas(WS-RK-Idx) TO WS-RK-Valor(WS-RK-J)
               ADD WS-RK-Salidas(WS-RK-Idx) TO WS-RK-Salidas(WS-RK-J)
               MOVE WS-RK-Product-ID(WS-RK-Idx) TO
                   WS-RK-Hereda(WS-RK-J)
               SUBTRACT WS-RK-Salidas(WS-RK-Idx) FROM
                   WS-RK-Valor(WS-RK-Idx)
               MOVE 0 TO WS-RK-Salidas(WS-RK-Idx)
               ADD 1 TO WS-Traspasados
           END-IF
       EXIT.


       Ordenar-Por-Valor.
           PERFORM VARYING WS-RK-Idx FROM 1 BY 1
                   UNTIL WS-RK-Idx > WS-RankUsados
                   ELSE
                       MOVE 100 TO WS-Porcentaje
                   END-IF
                   MOVE SPACES TO WS-Linea
                   STRING WS-RK-Clase(WS-RK-Idx) " "
                       WS-RK-Product-ID(WS-RK-Idx) " valor "
                       WS-RK-Valor(WS-RK-Idx) " acumulado "
                       WS-Porcentaje " %"
                       DELIMITED SIZE INTO WS-Linea
                   IF WS-RK-Hereda(WS-RK-Idx) NOT = SPACES THEN
                       STRING "hereda de " WS-RK-Hereda(WS-RK-Idx)
                           DELIMITED SIZE INTO WS-Linea(70:)
                   END-IF
                   MOVE WS-Linea TO Inf-Linea
                   WRITE Inf-Linea
               END-PERFORM
