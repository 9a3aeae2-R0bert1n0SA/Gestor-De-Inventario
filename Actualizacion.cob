               DISPLAY "18. Categoria de IVA"
               DISPLAY "19. Meses de garantia"
               DISPLAY "20. Costo estandar anual"
               DISPLAY "21. Peso unitario (kg)"
               DISPLAY "22. Volumen unitario (m3)"
               DISPLAY "0.  Finalizar actualizacion"
               DISPLAY "Ingrese una Opcion: "
           EXIT.
                       PERFORM Validar-num
                       MOVE WS-NumVal TO Stock-Minimo
                   WHEN 8
                       IF Estado = "PENDIENTE" THEN
                           DISPLAY "El alta del producto esta "
                               "pendiente; se habilita desde Altas "
                               "de productos."
                       ELSE
                           DISPLAY "Ingrese Estado: "
                           ACCEPT Estado
                           STRING Estado DELIMITED SIZE SPACE
                               INTO Estado
                       END-IF
                   WHEN 9
                       DISPLAY "Ingrese Descripcion: "
                       ACCEPT Descripcion
                       ELSE
                           MOVE 0 TO Costo-Estandar
                       END-IF
                   WHEN 21
                       DISPLAY "Peso unitario en kg (0 = sin dato): "
                       ACCEPT WS-Aux
                       IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                           MOVE FUNCTION NUMVAL(WS-Aux)
                               TO Peso-Unitario
                       ELSE
                           MOVE 0 TO Peso-Unitario
                       END-IF
                   WHEN 22
                       DISPLAY "Volumen unitario en m3 (0 = sin "
                           "dato): "
                       ACCEPT WS-Aux
                       IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                           MOVE FUNCTION NUMVAL(WS-Aux)
                               TO Volumen-Unitario
                       ELSE
                           MOVE 0 TO Volumen-Unitario
                       END-IF
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
