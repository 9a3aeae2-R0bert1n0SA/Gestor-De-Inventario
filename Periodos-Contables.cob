       IDENTIFICATION DIVISION.
       PROGRAM-ID. Periodos-Contables AS "Periodos-Contables".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Periodos ASSIGN TO 'Periodos-Contables.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PE-Periodo
               FILE STATUS IS WS-PeriodosStatus.

           SELECT Pendientes ASSIGN TO 'Pendientes-Aprobacion.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-Numero
               FILE STATUS IS WS-PendStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Periodos.
       01  PE-Rec.
      *>  Estado de cada mes contable (AAAAMM). Un mes sin registro
      *>  esta ABIERTO. Pasa a CERRADO cuando el cierre mensual ya
      *>  roto sus movimientos (PE-Rotado) y el export contable ya
      *>  genero su asiento (PE-Exportado), o cuando un
      *>  administrador lo cierra a mano. Un mes CERRADO no acepta
      *>  registros con fecha dentro de el; la reapertura se pide
      *>  por la cola de Aprobaciones y deja el mes REABIERTO hasta
      *>  que el asiento se vuelve a exportar.
           05 PE-Periodo               PIC 9(6).
           05 PE-Estado                PIC X(10).
           05 PE-Rotado                PIC X(1).
           05 PE-Exportado             PIC X(1).
           05 PE-Fecha-Cierre          PIC 9(8).
           05 PE-Usuario-Cierre        PIC X(10).
           05 PE-Fecha-Reapertura      PIC 9(8).
           05 PE-Usuario-Reapertura    PIC X(10).
           05 PE-Pedido                PIC 9(6).
           05 PE-Motivo                PIC X(40).

       FD  Pendientes.
           COPY APROBACION.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-PeriodosStatus    PIC XX.
               05 WS-PendStatus        PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Confirmar             PIC X(1).
           01 WS-Usuario               PIC X(10).
           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoyNum                PIC 9(8).
           01 WS-Periodo               PIC 9(6).
           01 WS-Hallado               PIC X(1).
           01 WS-ProximoPedido         PIC 9(6).
           01 WS-Motivo                PIC X(40).
           01 WS-EventoSeg             PIC X(30).

       LINKAGE SECTION.
      *> Flag 1: 'S' en LK-Resultado si la fecha LK-Fecha cae en un
      *>         periodo abierto (o reabierto); 'N' y el aviso en
      *>         pantalla si el periodo esta CERRADO.
      *> Flag 2: el cierre mensual roto los movimientos del periodo
      *>         de LK-Fecha (AAAAMM en las primeras posiciones).
      *> Flag 3: el export contable genero el asiento del periodo
      *>         de LK-Fecha.
      *> Flag 4: Aprobaciones aprobo la reapertura del periodo de
      *>         LK-Fecha; 'S' en LK-Resultado si quedo REABIERTO.
      *> Flag 5: Aprobaciones rechazo la reapertura del periodo de
      *>         LK-Fecha; el periodo sigue CERRADO.
      *> Otro valor: pantalla de periodos contables.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Fecha                 PIC 9(8).
           01 LK-Resultado             PIC X(1).

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Fecha,
               LK-Resultado.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Verificar-Periodo
               WHEN 2
                   MOVE LK-Fecha(1:6) TO WS-Periodo
                   PERFORM Marcar-Rotado
               WHEN 3
                   MOVE LK-Fecha(1:6) TO WS-Periodo
                   PERFORM Marcar-Exportado
               WHEN 4
                   MOVE LK-Fecha(1:6) TO WS-Periodo
                   PERFORM Reabrir-Periodo
               WHEN 5
                   MOVE LK-Fecha(1:6) TO WS-Periodo
                   PERFORM Rechazar-Reapertura
               WHEN OTHER
                   PERFORM Menu-Periodos
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Periodos.
           OPEN I-O Periodos
           IF WS-PeriodosStatus = "35" THEN
               CLOSE Periodos
               OPEN OUTPUT Periodos
               CLOSE Periodos
               OPEN I-O Periodos
           END-IF
       EXIT.


       Verificar-Periodo.
           MOVE 'S' TO LK-Resultado
           OPEN INPUT Periodos
           IF WS-PeriodosStatus = "00" THEN
               MOVE LK-Fecha(1:6) TO PE-Periodo
               READ Periodos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PE-Estado = "CERRADO" THEN
                           MOVE 'N' TO LK-Resultado
                           DISPLAY "El periodo " PE-Periodo(5:2) "/"
                               PE-Periodo(1:4) " esta CERRADO: no "
                               "se registra nada con fecha "
                               LK-Fecha "."
                           DISPLAY "La reapertura se pide desde "
                               "Periodos contables y la aprueba "
                               "otro administrador."
                       END-IF
               END-READ
               CLOSE Periodos
           END-IF
       EXIT.


      *> Lee (o crea ABIERTO) el registro de WS-Periodo con el
      *> archivo abierto I-O; 'S' en WS-Hallado si ya existia.
       Leer-Periodo.
           MOVE WS-Periodo TO PE-Periodo
           READ Periodos
               INVALID KEY
                   MOVE 'N' TO WS-Hallado
                   INITIALIZE PE-Rec
                   MOVE WS-Periodo TO PE-Periodo
                   MOVE "ABIERTO" TO PE-Estado
                   MOVE 'N' TO PE-Rotado
                   MOVE 'N' TO PE-Exportado
               NOT INVALID KEY
                   MOVE 'S' TO WS-Hallado
           END-READ
       EXIT.


       Grabar-Periodo.
           IF WS-Hallado = 'S' THEN
               REWRITE PE-Rec
           ELSE
               WRITE PE-Rec
           END-IF
           IF WS-PeriodosStatus NOT = "00" THEN
               CALL "Errores" USING WS-PeriodosStatus
           END-IF
       EXIT.


       Marcar-Rotado.
           PERFORM Abrir-Periodos
           IF WS-PeriodosStatus = "00" THEN
               PERFORM Leer-Periodo
               MOVE 'S' TO PE-Rotado
               PERFORM Evaluar-Cierre
               PERFORM Grabar-Periodo
               CLOSE Periodos
           END-IF
       EXIT.


      *> Un asiento exportado de nuevo despues de una reapertura
      *> vuelve a cerrar el mes: lo que se corrigio ya viaja en el
      *> asiento nuevo.
       Marcar-Exportado.
           PERFORM Abrir-Periodos
           IF WS-PeriodosStatus = "00" THEN
               PERFORM Leer-Periodo
               MOVE 'S' TO PE-Exportado
               PERFORM Evaluar-Cierre
               PERFORM Grabar-Periodo
               CLOSE Periodos
           END-IF
       EXIT.


       Evaluar-Cierre.
           IF PE-Estado NOT = "CERRADO" AND PE-Rotado = 'S' AND
                   PE-Exportado = 'S' THEN
               MOVE "CERRADO" TO PE-Estado
               MOVE WS-HoyNum TO PE-Fecha-Cierre
               MOVE WS-Usuario TO PE-Usuario-Cierre
               DISPLAY "Periodo " PE-Periodo(5:2) "/"
                   PE-Periodo(1:4) " CERRADO: ya no acepta "
                   "registros con fecha en el mes."
               MOVE SPACES TO WS-EventoSeg
               STRING "CIERRE PERIODO " PE-Periodo DELIMITED SIZE
                   INTO WS-EventoSeg
               CALL "Seguridad" USING 1, WS-Usuario, WS-EventoSeg
           END-IF
       EXIT.


       Reabrir-Periodo.
           MOVE 'N' TO LK-Resultado
           PERFORM Abrir-Periodos
           IF WS-PeriodosStatus = "00" THEN
               PERFORM Leer-Periodo
               IF PE-Estado = "CERRADO" THEN
                   MOVE "REABIERTO" TO PE-Estado
                   MOVE 'N' TO PE-Exportado
                   MOVE WS-HoyNum TO PE-Fecha-Reapertura
                   MOVE WS-Usuario TO PE-Usuario-Reapertura
                   MOVE 0 TO PE-Pedido
                   PERFORM Grabar-Periodo
                   MOVE 'S' TO LK-Resultado
                   MOVE SPACES TO WS-EventoSeg
                   STRING "REAPERTURA PERIODO " PE-Periodo
                       DELIMITED SIZE INTO WS-EventoSeg
                   CALL "Seguridad" USING 1, WS-Usuario,
                       WS-EventoSeg
                   DISPLAY "Periodo " PE-Periodo(5:2) "/"
                       PE-Periodo(1:4) " REABIERTO; vuelve a "
                       "cerrarse al exportar otra vez su asiento."
               ELSE
                   DISPLAY "El periodo no esta cerrado; no hay nada "
                       "que reabrir."
               END-IF
               CLOSE Periodos
           END-IF
       EXIT.


       Rechazar-Reapertura.
           PERFORM Abrir-Periodos
           IF WS-PeriodosStatus = "00" THEN
               PERFORM Leer-Periodo
               IF WS-Hallado = 'S' THEN
                   MOVE 0 TO PE-Pedido
                   PERFORM Grabar-Periodo
               END-IF
               CLOSE Periodos
               MOVE SPACES TO WS-EventoSeg
               STRING "RECHAZA REAPERTURA " WS-Periodo
                   DELIMITED SIZE INTO WS-EventoSeg
               CALL "Seguridad" USING 1, WS-Usuario, WS-EventoSeg
           END-IF
       EXIT.


       Menu-Periodos.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Periodos contables -------"
               DISPLAY "1. Listar periodos"
               DISPLAY "2. Cerrar un periodo a mano"
               DISPLAY "3. Pedir la reapertura de un periodo cerrado"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Periodos
                   WHEN 2
                       PERFORM Cerrar-Manual
                   WHEN 3
                       PERFORM Pedir-Reapertura
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Pedir-Periodo.
           DISPLAY "Periodo (AAAAMM): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE 0 TO WS-Periodo
           IF WS-Aux(1:6) IS NUMERIC AND WS-Aux(7:1) = SPACE THEN
               MOVE WS-Aux(1:6) TO WS-Periodo
               IF WS-Periodo(5:2) < "01" OR WS-Periodo(5:2) > "12"
                       THEN
                   MOVE 0 TO WS-Periodo
               END-IF
           END-IF
           IF WS-Periodo = 0 THEN
               DISPLAY "Periodo no valido."
           END-IF
       EXIT.


       Listar-Periodos.
           OPEN INPUT Periodos
           IF WS-PeriodosStatus NOT = "00" THEN
               DISPLAY "Todos los periodos estan abiertos."
           ELSE
               DISPLAY "--- Periodos contables ---"
               DISPLAY "Periodo Estado     Rot Exp Cierre   Por"
                   "        Reapert. Por        Pedido"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Periodos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           DISPLAY PE-Periodo "  " PE-Estado " "
                               PE-Rotado "   " PE-Exportado "   "
                               PE-Fecha-Cierre " " PE-Usuario-Cierre
                               " " PE-Fecha-Reapertura " "
                               PE-Usuario-Reapertura " " PE-Pedido
                           IF PE-Motivo NOT = SPACES THEN
                               DISPLAY "        Motivo: "
                                   FUNCTION TRIM(PE-Motivo)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Periodos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> Para el mes que el contador ya dio por cerrado aunque
      *> todavia no se haya rotado o exportado. No se cierra el mes
      *> en curso ni uno futuro.
       Cerrar-Manual.
           PERFORM Pedir-Periodo
           IF WS-Periodo > 0 THEN
               IF WS-Periodo >= WS-HoyNum(1:6) THEN
                   DISPLAY "Solo se cierran meses ya terminados."
               ELSE
                   PERFORM Abrir-Periodos
                   IF WS-PeriodosStatus = "00" THEN
                       PERFORM Leer-Periodo
                       IF PE-Estado = "CERRADO" THEN
                           DISPLAY "El periodo ya esta cerrado."
                       ELSE
                           DISPLAY "Confirma cerrar " WS-Periodo
                               " (S/N): "
                           MOVE SPACES TO WS-Confirmar
                           ACCEPT WS-Confirmar
                           IF WS-Confirmar = 'S' OR
                                   WS-Confirmar = 's' THEN
                               MOVE 'S' TO PE-Rotado
                               MOVE 'S' TO PE-Exportado
                               PERFORM Evaluar-Cierre
                               PERFORM Grabar-Periodo
                           END-IF
                       END-IF
                       CLOSE Periodos
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> La reapertura no la hace quien la pide: queda en la cola
      *> de Aprobaciones (tipo PERIOD, el AAAAMM en el campo de
      *> producto) y la aprueba otro administrador.
       Pedir-Reapertura.
           PERFORM Pedir-Periodo
           IF WS-Periodo > 0 THEN
               PERFORM Abrir-Periodos
               IF WS-PeriodosStatus = "00" THEN
                   PERFORM Leer-Periodo
                   EVALUATE TRUE
                       WHEN PE-Estado NOT = "CERRADO"
                           DISPLAY "El periodo no esta cerrado."
                       WHEN PE-Pedido > 0
                           DISPLAY "Ya hay un pedido de reapertura "
                               "pendiente: " PE-Pedido
                       WHEN OTHER
                           DISPLAY "Motivo de la reapertura: "
                           MOVE SPACES TO WS-Motivo
                           ACCEPT WS-Motivo
                           IF WS-Motivo = SPACES THEN
                               DISPLAY "El motivo es obligatorio."
                           ELSE
                               PERFORM Encolar-Reapertura
                           END-IF
                   END-EVALUATE
                   CLOSE Periodos
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Encolar-Reapertura.
           OPEN I-O Pendientes
           IF WS-PendStatus = "35" THEN
               CLOSE Pendientes
               OPEN OUTPUT Pendientes
               CLOSE Pendientes
               OPEN I-O Pendientes
           END-IF
           IF WS-PendStatus NOT = "00" THEN
               CALL "Errores" USING WS-PendStatus
           ELSE
               MOVE 0 TO PA-Numero
               READ Pendientes
                   INVALID KEY
                       MOVE 1 TO WS-ProximoPedido
                       INITIALIZE PA-Rec
                       MOVE 0 TO PA-Numero
                       MOVE WS-ProximoPedido TO PA-Proximo-Numero
                       WRITE PA-Rec
                   NOT INVALID KEY
                       MOVE PA-Proximo-Numero TO WS-ProximoPedido
               END-READ
               INITIALIZE PA-Rec
               MOVE WS-ProximoPedido TO PA-Numero
               MOVE "PERIOD" TO PA-Tipo
               MOVE WS-Periodo TO PA-Product-ID
               MOVE "PENDIENTE" TO PA-Estado
               MOVE WS-Usuario TO PA-Solicitante
               MOVE WS-HoyNum TO PA-Fecha-Pedido
               WRITE PA-Rec
               ADD 1 TO WS-ProximoPedido
               MOVE 0 TO PA-Numero
               READ Pendientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ProximoPedido TO PA-Proximo-Numero
                       REWRITE PA-Rec
               END-READ
               CLOSE Pendientes
               COMPUTE PE-Pedido = WS-ProximoPedido - 1
               MOVE WS-Motivo TO PE-Motivo
               PERFORM Grabar-Periodo
               MOVE SPACES TO WS-EventoSeg
               STRING "PIDE REAPERTURA " PE-Periodo DELIMITED SIZE
                   INTO WS-EventoSeg
               CALL "Seguridad" USING 1, WS-Usuario, WS-EventoSeg
               DISPLAY "Reapertura pedida (pedido " PE-Pedido
                   "); queda PENDIENTE DE APROBACION."
           END-IF
       EXIT.
