
       WORKING-STORAGE SECTION.
           COPY MOVIMIENTO.
           COPY TAREA.

           01 WS-Control.
               05 WS-ProductosStatus   PIC XX.
           01 WS-Idx                   PIC 9(1).
           01 WS-Continuar             PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-Aplicado              PIC X(1).
           01 WS-Modo                  PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: aplica sin preguntar el traslado de LK-Cantidad de
      *>         LK-Product-ID de LK-Origen a LK-Destino (la
      *>         confirmacion de una tarea del handheld); deja en
      *>         LK-Resultado 'S' si quedo aplicado.
      *> Otro valor: carga interactiva de traslados.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Product-ID            PIC X(10).
           01 LK-Origen                PIC X(20).
           01 LK-Destino               PIC X(20).
           01 LK-Cantidad              PIC 9(7).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Product-ID,
               LK-Origen, LK-Destino, LK-Cantidad, LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           IF LK-Flag = 1 THEN
               PERFORM Aplicar-Desde-Tarea
               MOVE WS-Aplicado TO LK-Resultado
           ELSE
               MOVE 'S' TO WS-Continuar
               PERFORM UNTIL WS-Continuar NOT = 'S'
                   PERFORM Capturar-Traslado
                   DISPLAY "Registrar otro traslado (S/N): "
                   ACCEPT WS-Continuar
               END-PERFORM
           END-IF
       EXIT PROGRAM.


       Aplicar-Desde-Tarea.
           MOVE 'N' TO WS-Aplicado
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE LK-Product-ID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       DISPLAY "Producto " LK-Product-ID
                           " no encontrado."
                   NOT INVALID KEY
                       MOVE LK-Origen TO WS-Origen
                       MOVE LK-Destino TO WS-Destino
                       MOVE LK-Cantidad TO WS-Cantidad
                       PERFORM Validar-Y-Aplicar
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Capturar-Traslado.
           DISPLAY "--- Traslado entre ubicaciones ---"
           DISPLAY "ID del producto: "
               ELSE
                   MOVE 0 TO WS-Cantidad
               END-IF
               DISPLAY "Aplicar ahora (Enter) o mandarlo como "
                   "tarea al handheld (T): "
               MOVE SPACES TO WS-Modo
               ACCEPT WS-Modo
               IF WS-Modo = "T" OR WS-Modo = "t" THEN
                   PERFORM Enviar-Como-Tarea
               ELSE
                   PERFORM Validar-Y-Aplicar
               END-IF
           END-IF
       EXIT.


      *> El traslado queda como tarea para el operador; se aplica
      *> cuando vuelve confirmado del handheld.
       Enviar-Como-Tarea.
           MOVE 0 TO WS-IdxOrigen
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-Origen THEN
                   MOVE WS-Idx TO WS-IdxOrigen
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-Cantidad = 0
                   DISPLAY "Cantidad no valida."
               WHEN WS-IdxOrigen = 0
                   DISPLAY "La ubicacion de origen no figura en "
                       "el desglose."
               WHEN P-UbicStock(WS-IdxOrigen) < WS-Cantidad
                   DISPLAY "Saldo insuficiente en el origen ("
                       P-UbicStock(WS-IdxOrigen) ")."
               WHEN WS-Origen = WS-Destino
                   DISPLAY "Origen y destino son la misma "
                       "ubicacion."
               WHEN OTHER
                   INITIALIZE TA-Rec
                   MOVE "TRASLA" TO TA-Tipo
                   MOVE Product-ID TO TA-Product-ID
                   MOVE WS-Origen TO TA-Desde
                   MOVE WS-Destino TO TA-Hacia
                   MOVE WS-Cantidad TO TA-Cantidad
                   DISPLAY "Prioridad 1 a 9 (Enter = 5): "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO TA-Prioridad
                   END-IF
                   DISPLAY "Operador (Enter = sin asignar): "
                   ACCEPT TA-Operador
                   CALL "Tareas" USING 1, WS-Usuario, TA-Rec
                   CANCEL "Tareas"
                   IF TA-Numero > 0 THEN
                       DISPLAY "Tarea de traslado " TA-Numero
                           " creada."
                   END-IF
           END-EVALUATE
       EXIT.


       Mostrar-Desglose.
           DISPLAY "Desglose actual:"
           PERFORM VARYING WS-Idx FROM 1 BY 1
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               PERFORM Registrar-Movimiento
               MOVE 'S' TO WS-Aplicado
               DISPLAY "Traslado aplicado: " WS-Cantidad " de "
                   FUNCTION TRIM(WS-Origen) " a "
                   FUNCTION TRIM(WS-Destino) "."
