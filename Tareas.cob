       IDENTIFICATION DIVISION.
       PROGRAM-ID. Tareas AS "Tareas".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tareas ASSIGN TO 'Tareas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-Numero
               FILE STATUS IS WS-TareasStatus.

           SELECT Productos ASSIGN TO 'Productos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Product-ID
               ALTERNATE RECORD KEY IS P-Categoria WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Salida ASSIGN TO WS-NombreSalida
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SalidaStatus.

           SELECT Entrada ASSIGN TO WS-NombreEntrada
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EntradaStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Tareas.
           COPY TAREA.

       FD  Productos.
           COPY PRODUCTO.

       FD  Salida.
      *>  Tareas que bajan al handheld del operador, ordenadas por
      *>  prioridad y recorrido (ubicacion donde arranca cada una).
       01  HT-Rec.
           05 HT-Numero                PIC 9(6).
           05 HT-Tipo                  PIC X(6).
           05 HT-Prioridad             PIC 9(1).
           05 HT-Product-ID            PIC X(10).
           05 HT-Nombre                PIC X(30).
           05 HT-Lote                  PIC X(10).
           05 HT-Pallet                PIC 9(6).
           05 HT-Desde                 PIC X(20).
           05 HT-Hacia                 PIC X(20).
           05 HT-Cantidad              PIC 9(7).

       FD  Entrada.
      *>  Confirmacion que devuelve el handheld: la tarea, la
      *>  cantidad realmente hecha (o contada, en los conteos), la
      *>  ubicacion escaneada donde termino y el lote leido.
       01  HC-Rec.
           05 HC-Numero                PIC 9(6).
           05 HC-Cantidad              PIC 9(7).
           05 HC-Ubicacion             PIC X(20).
           05 HC-Lote                  PIC X(10).
           05 FILLER                   PIC X(7).

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
      *>   Tarea en preparacion o en proceso, fuera del area del
      *>   archivo (que se cierra mientras se postea por los otros
      *>   programas).
           COPY TAREA REPLACING LEADING ==TA-== BY ==WT-==.

           01 WS-Control.
               05 WS-TareasStatus      PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-SalidaStatus      PIC XX.
               05 WS-EntradaStatus     PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Entrada       PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Numero                PIC 9(6).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-Operador              PIC X(10).
           01 WS-OperadorNuevo         PIC X(10).
           01 WS-Zona                  PIC X(10).
           01 WS-Confirmar             PIC X(1).
           01 WS-Abierta               PIC X(1).
           01 WS-UbicOk                PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-Posteada              PIC X(1).
           01 WS-PosteoRes             PIC X(1).
           01 WS-RepRes                PIC 9(5).
           01 WS-Esperada              PIC X(20).
           01 WS-Faltante              PIC 9(7).
           01 WS-EstadoCierre          PIC X(10).
           01 WS-Observacion           PIC X(30).
           01 WS-Idx                   PIC 9(1).
           01 WS-IdxDestino            PIC 9(1).
           01 WS-Reasignadas           PIC 9(5).
           01 WS-Exportadas            PIC 9(5).
           01 WS-Leidas                PIC 9(5).
           01 WS-Posteadas             PIC 9(5).
           01 WS-Excepciones           PIC 9(5).
           01 WS-CantidadEd            PIC Z(6)9.
           01 WS-NombreSalida          PIC X(40).
           01 WS-NombreEntrada         PIC X(40).

      *>   Tareas a exportar, ordenadas por prioridad y ubicacion.
           01 WS-ExpTabla.
               05 WS-EX-Entry OCCURS 500 TIMES.
                   10 WS-EX-Clave.
                       15 WS-EX-Prioridad  PIC 9(1).
                       15 WS-EX-Ubicacion  PIC X(20).
                   10 WS-EX-Numero         PIC 9(6).
           01 WS-EXUsados              PIC 9(3) VALUE 0.
           01 WS-EX-Idx                PIC 9(3).
           01 WS-EX-J                  PIC 9(3).
           01 WS-EX-Aux                PIC X(27).

      *>   Pantalla del supervisor: tareas abiertas por operador y
      *>   zona.
           01 WS-SupTabla.
               05 WS-SV-Entry OCCURS 200 TIMES.
                   10 WS-SV-Clave.
                       15 WS-SV-Operador   PIC X(10).
                       15 WS-SV-Zona       PIC X(10).
                   10 WS-SV-Pendientes     PIC 9(5).
                   10 WS-SV-Enviadas       PIC 9(5).
                   10 WS-SV-Excepciones    PIC 9(5).
                   10 WS-SV-Urgentes       PIC 9(5).
                   10 WS-SV-Unidades       PIC 9(9).
           01 WS-SVUsados              PIC 9(3) VALUE 0.
           01 WS-SV-Idx                PIC 9(3).
           01 WS-SV-J                  PIC 9(3).
           01 WS-SV-Hallado            PIC X(1).
           01 WS-SV-Aux                PIC X(49).
           01 WS-SV-Ed                 PIC Z(4)9.

           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "TAREAS-HH".
           01 WS-ParamInf              PIC X(40).

       LINKAGE SECTION.
      *> Flag 1: da de alta la tarea que el llamador armo en
      *>         LK-TA-Rec (tipo, producto, lote, pallet, desde,
      *>         hacia, cantidad, prioridad, operador, referencia) y
      *>         devuelve su numero en LK-TA-Numero.
      *> Otro valor: menu de tareas de deposito.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           COPY TAREA REPLACING LEADING ==TA-== BY ==LK-TA-==.

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-TA-Rec.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   MOVE LK-TA-Rec TO WT-Rec
                   PERFORM Abrir-Tareas
                   IF WS-TareasStatus NOT = "00" THEN
                       CALL "Errores" USING WS-TareasStatus
                       MOVE 0 TO LK-TA-Numero
                   ELSE
                       PERFORM Alta-Tarea
                       CLOSE Tareas
                       MOVE WT-Numero TO LK-TA-Numero
                   END-IF
               WHEN OTHER
                   PERFORM Menu-Tareas
           END-EVALUATE
       EXIT PROGRAM.


       Menu-Tareas.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Tareas de deposito (handheld) -------"
               DISPLAY "1. Pantalla del supervisor (abiertas por "
                   "operador y zona)"
               DISPLAY "2. Asignar o reasignar tareas"
               DISPLAY "3. Crear tarea de traslado o de conteo"
               DISPLAY "4. Exportar tareas al handheld de un operador"
               DISPLAY "5. Importar confirmaciones del handheld"
               DISPLAY "6. Listar tareas abiertas"
               DISPLAY "7. Resolver o anular una tarea"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Pantalla-Supervisor
                   WHEN 2
                       PERFORM Reasignar-Tareas
                   WHEN 3
                       PERFORM Crear-Tarea-Manual
                   WHEN 4
                       PERFORM Exportar-Handheld
                   WHEN 5
                       PERFORM Importar-Confirmaciones
                   WHEN 6
                       PERFORM Listar-Abiertas
                   WHEN 7
                       PERFORM Resolver-Tarea
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Abrir-Tareas.
           OPEN I-O Tareas
           IF WS-TareasStatus = "35" THEN
               CLOSE Tareas
               OPEN OUTPUT Tareas
               CLOSE Tareas
               OPEN I-O Tareas
           END-IF
           IF WS-TareasStatus = "00" THEN
               MOVE 0 TO TA-Numero
               READ Tareas
                   INVALID KEY
                       MOVE 1 TO WS-ProximoNumero
                       INITIALIZE TA-Rec
                       MOVE 0 TO TA-Numero
                       MOVE WS-ProximoNumero TO TA-Proximo-Numero
                       WRITE TA-Rec
                   NOT INVALID KEY
                       MOVE TA-Proximo-Numero TO WS-ProximoNumero
               END-READ
           END-IF
       EXIT.


      *> Graba WT-Rec como tarea nueva PENDIENTE con el proximo
      *> numero; la zona sale de la ubicacion donde arranca. Se
      *> llama con Tareas.DAT abierto.
       Alta-Tarea.
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-ProximoNumero TO WT-Numero
           MOVE "PENDIENTE" TO WT-Estado
           MOVE 0 TO WT-Cantidad-Confirmada
           MOVE WS-HoyNum TO WT-Fecha-Alta
           MOVE WS-HoraActual(1:6) TO WT-Hora-Alta
           MOVE 0 TO WT-Fecha-Cierre
           MOVE 0 TO WT-Hora-Cierre
           MOVE WS-Usuario TO WT-Usuario
           MOVE SPACES TO WT-Ubicacion-Real
           MOVE 0 TO WT-Proximo-Numero
           IF WT-Prioridad = 0 THEN
               MOVE 5 TO WT-Prioridad
           END-IF
           MOVE SPACES TO WT-Zona
           IF WT-Desde NOT = SPACES THEN
               UNSTRING WT-Desde DELIMITED BY "-" INTO WT-Zona
           ELSE
               UNSTRING WT-Hacia DELIMITED BY "-" INTO WT-Zona
           END-IF
           MOVE WT-Rec TO TA-Rec
           WRITE TA-Rec
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               ADD 1 TO WS-ProximoNumero
               MOVE 0 TO TA-Numero
               READ Tareas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ProximoNumero TO TA-Proximo-Numero
                       REWRITE TA-Rec
               END-READ
           END-IF
       EXIT.


       Evaluar-Abierta.
           IF TA-Estado = "PENDIENTE" OR TA-Estado = "ENVIADA" THEN
               MOVE 'S' TO WS-Abierta
           ELSE
               MOVE 'N' TO WS-Abierta
           END-IF
       EXIT.


       Posicionar-Tareas.
           MOVE 1 TO TA-Numero
           START Tareas KEY IS NOT LESS THAN TA-Numero
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
       EXIT.


      *> Tareas abiertas agrupadas por operador y zona, con las que
      *> ya estan en el handheld, las excepciones y las urgentes
      *> (prioridad 1); desde aca se pasa a reasignar.
       Pantalla-Supervisor.
           MOVE 0 TO WS-SVUsados
           PERFORM Abrir-Tareas
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               PERFORM Posicionar-Tareas
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tareas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Evaluar-Abierta
                           IF WS-Abierta = 'S' THEN
                               PERFORM Acumular-Supervisor
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tareas
               PERFORM Ordenar-Supervisor
               DISPLAY "--- Tareas abiertas por operador y zona ---"
               DISPLAY "OPERADOR   ZONA       PEND. ENVIA EXCEP "
                   "URGEN    UNIDADES"
               PERFORM VARYING WS-SV-Idx FROM 1 BY 1
                       UNTIL WS-SV-Idx > WS-SVUsados
                   PERFORM Mostrar-Supervisor
               END-PERFORM
               IF WS-SVUsados = 0 THEN
                   DISPLAY "No hay tareas abiertas."
               ELSE
                   DISPLAY "Asignar o reasignar tareas ahora (S/N): "
                   ACCEPT WS-Confirmar
                   IF WS-Confirmar = "S" OR WS-Confirmar = "s" THEN
                       PERFORM Reasignar-Tareas
                   END-IF
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Acumular-Supervisor.
           MOVE 'N' TO WS-SV-Hallado
           PERFORM VARYING WS-SV-Idx FROM 1 BY 1
                   UNTIL WS-SV-Idx > WS-SVUsados
                   OR WS-SV-Hallado = 'S'
               IF WS-SV-Operador(WS-SV-Idx) = TA-Operador AND
                       WS-SV-Zona(WS-SV-Idx) = TA-Zona THEN
                   MOVE 'S' TO WS-SV-Hallado
               END-IF
           END-PERFORM
           IF WS-SV-Hallado = 'S' THEN
               SUBTRACT 1 FROM WS-SV-Idx
           ELSE
               IF WS-SVUsados < 200 THEN
                   ADD 1 TO WS-SVUsados
                   MOVE WS-SVUsados TO WS-SV-Idx
                   MOVE TA-Operador TO WS-SV-Operador(WS-SV-Idx)
                   MOVE TA-Zona TO WS-SV-Zona(WS-SV-Idx)
                   MOVE 0 TO WS-SV-Pendientes(WS-SV-Idx)
                   MOVE 0 TO WS-SV-Enviadas(WS-SV-Idx)
                   MOVE 0 TO WS-SV-Excepciones(WS-SV-Idx)
                   MOVE 0 TO WS-SV-Urgentes(WS-SV-Idx)
                   MOVE 0 TO WS-SV-Unidades(WS-SV-Idx)
                   MOVE 'S' TO WS-SV-Hallado
               END-IF
           END-IF
           IF WS-SV-Hallado = 'S' THEN
               IF TA-Estado = "ENVIADA" THEN
                   ADD 1 TO WS-SV-Enviadas(WS-SV-Idx)
               ELSE
                   ADD 1 TO WS-SV-Pendientes(WS-SV-Idx)
               END-IF
               IF TA-Tipo = "EXCEP" THEN
                   ADD 1 TO WS-SV-Excepciones(WS-SV-Idx)
               END-IF
               IF TA-Prioridad = 1 THEN
                   ADD 1 TO WS-SV-Urgentes(WS-SV-Idx)
               END-IF
               ADD TA-Cantidad TO WS-SV-Unidades(WS-SV-Idx)
           END-IF
       EXIT.


       Ordenar-Supervisor.
           PERFORM VARYING WS-SV-Idx FROM 1 BY 1
                   UNTIL WS-SV-Idx > WS-SVUsados
               PERFORM VARYING WS-SV-J FROM 1 BY 1
                       UNTIL WS-SV-J > WS-SVUsados - WS-SV-Idx
                   IF WS-SV-Clave(WS-SV-J) >
                           WS-SV-Clave(WS-SV-J + 1) THEN
                       MOVE WS-SV-Entry(WS-SV-J) TO WS-SV-Aux
                       MOVE WS-SV-Entry(WS-SV-J + 1)
                           TO WS-SV-Entry(WS-SV-J)
                       MOVE WS-SV-Aux
                           TO WS-SV-Entry(WS-SV-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Mostrar-Supervisor.
           MOVE SPACES TO WS-Linea
           IF WS-SV-Operador(WS-SV-Idx) = SPACES THEN
               MOVE "(LIBRES)" TO WS-Linea(1:10)
           ELSE
               MOVE WS-SV-Operador(WS-SV-Idx) TO WS-Linea(1:10)
           END-IF
           MOVE WS-SV-Zona(WS-SV-Idx) TO WS-Linea(12:10)
           MOVE WS-SV-Pendientes(WS-SV-Idx) TO WS-SV-Ed
           MOVE WS-SV-Ed TO WS-Linea(23:5)
           MOVE WS-SV-Enviadas(WS-SV-Idx) TO WS-SV-Ed
           MOVE WS-SV-Ed TO WS-Linea(29:5)
           MOVE WS-SV-Excepciones(WS-SV-Idx) TO WS-SV-Ed
           MOVE WS-SV-Ed TO WS-Linea(35:5)
           MOVE WS-SV-Urgentes(WS-SV-Idx) TO WS-SV-Ed
           MOVE WS-SV-Ed TO WS-Linea(41:5)
           MOVE WS-SV-Unidades(WS-SV-Idx) TO WS-CantidadEd
           MOVE WS-CantidadEd TO WS-Linea(48:7)
           DISPLAY WS-Linea
       EXIT.


      *> Una tarea por numero, o todas las abiertas de un operador
      *> (en blanco, las libres) y opcionalmente de una zona. Lo
      *> que ya estaba en el handheld del anterior vuelve a
      *> PENDIENTE para exportarse al nuevo.
       Reasignar-Tareas.
           MOVE 0 TO WS-Reasignadas
           DISPLAY "Numero de tarea (0 = todas las de un operador): "
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Numero
           ELSE
               MOVE 0 TO WS-Numero
           END-IF
           IF WS-Numero = 0 THEN
               DISPLAY "Operador actual (Enter = tareas libres): "
               MOVE SPACES TO WS-Operador
               ACCEPT WS-Operador
               DISPLAY "Zona (Enter = todas): "
               MOVE SPACES TO WS-Zona
               ACCEPT WS-Zona
               INSPECT WS-Zona CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           DISPLAY "Asignar al operador (Enter = dejarlas libres): "
           MOVE SPACES TO WS-OperadorNuevo
           ACCEPT WS-OperadorNuevo
           PERFORM Abrir-Tareas
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               IF WS-Numero > 0 THEN
                   MOVE WS-Numero TO TA-Numero
                   READ Tareas
                       INVALID KEY
                           DISPLAY "Tarea no encontrada."
                       NOT INVALID KEY
                           PERFORM Evaluar-Abierta
                           IF WS-Abierta = 'S' THEN
                               PERFORM Reasignar-Una
                           ELSE
                               DISPLAY "La tarea esta " TA-Estado
                                   "; no se reasigna."
                           END-IF
                   END-READ
               ELSE
                   PERFORM Posicionar-Tareas
                   PERFORM UNTIL WS-EOF-Flag = 'Y'
                       READ Tareas NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Flag
                           NOT AT END
                               PERFORM Evaluar-Abierta
                               IF WS-Abierta = 'S' AND
                                       TA-Operador = WS-Operador AND
                                       (WS-Zona = SPACES OR
                                       TA-Zona = WS-Zona) THEN
                                   PERFORM Reasignar-Una
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Flag
               END-IF
               CLOSE Tareas
               DISPLAY "Tareas reasignadas: " WS-Reasignadas
           END-IF
       EXIT.


       Reasignar-Una.
           IF TA-Operador NOT = WS-OperadorNuevo THEN
               MOVE WS-OperadorNuevo TO TA-Operador
               MOVE "PENDIENTE" TO TA-Estado
               REWRITE TA-Rec
               ADD 1 TO WS-Reasignadas
           END-IF
       EXIT.


      *> Alta a mano de un traslado o de un conteo puntual; las
      *> demas tareas las generan Recepciones, Remitos, Conteos y
      *> Reposicion.
       Crear-Tarea-Manual.
           INITIALIZE WT-Rec
           DISPLAY "Tipo (1 = traslado, 2 = conteo): "
           ACCEPT WS-Aux
           EVALUATE WS-Aux
               WHEN "1"
                   MOVE "TRASLA" TO WT-Tipo
               WHEN "2"
                   MOVE "CONTEO" TO WT-Tipo
               WHEN OTHER
                   MOVE SPACES TO WT-Tipo
           END-EVALUATE
           IF WT-Tipo = SPACES THEN
               DISPLAY "Tipo no valido."
           ELSE
               DISPLAY "ID del producto: "
               ACCEPT WT-Product-ID
               OPEN INPUT Productos
               IF WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
               ELSE
                   MOVE WT-Product-ID TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                       INVALID KEY
                           DISPLAY "Producto no encontrado."
                       NOT INVALID KEY
                           PERFORM Capturar-Tarea-Manual
                   END-READ
                   CLOSE Productos
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Tarea-Manual.
           DISPLAY "Desglose actual de " FUNCTION TRIM(P-Nombre) ":"
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               DISPLAY "  " P-UbicNombre(WS-Idx) ": "
                   P-UbicStock(WS-Idx)
           END-PERFORM
           IF WT-Tipo = "TRASLA" THEN
               DISPLAY "Ubicacion de origen: "
           ELSE
               DISPLAY "Ubicacion a contar: "
           END-IF
           ACCEPT WT-Desde
           INSPECT WT-Desde CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 'S' TO WS-UbicOk
           IF WT-Tipo = "TRASLA" THEN
               DISPLAY "Ubicacion de destino: "
               ACCEPT WT-Hacia
               INSPECT WT-Hacia CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               CALL "Ubicaciones-Admin" USING 1, WT-Hacia, WS-UbicOk
               DISPLAY "Cantidad a trasladar: "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WT-Cantidad
               END-IF
           END-IF
           IF WS-UbicOk = 'S' THEN
               CALL "Ubicaciones-Admin" USING 1, WT-Desde, WS-UbicOk
           END-IF
           EVALUATE TRUE
               WHEN WS-UbicOk NOT = 'S'
                   DISPLAY "La ubicacion no esta en el maestro."
               WHEN WT-Tipo = "TRASLA" AND WT-Cantidad = 0
                   DISPLAY "Cantidad no valida."
               WHEN WT-Tipo = "TRASLA" AND WT-Desde = WT-Hacia
                   DISPLAY "Origen y destino son la misma "
                       "ubicacion."
               WHEN OTHER
                   DISPLAY "Lote (Enter = cualquiera): "
                   ACCEPT WT-Lote
                   DISPLAY "Prioridad 1 a 9 (Enter = 5): "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO WT-Prioridad
                   END-IF
                   DISPLAY "Operador (Enter = sin asignar): "
                   ACCEPT WT-Operador
                   PERFORM Abrir-Tareas
                   IF WS-TareasStatus NOT = "00" THEN
                       CALL "Errores" USING WS-TareasStatus
                   ELSE
                       PERFORM Alta-Tarea
                       CLOSE Tareas
                       DISPLAY "Tarea " WT-Numero " creada."
                   END-IF
           END-EVALUATE
       EXIT.


      *> Baja al handheld las tareas abiertas del operador (las ya
      *> enviadas y sin confirmar vuelven a salir), por prioridad y
      *> en el orden del recorrido, y las deja ENVIADA.
       Exportar-Handheld.
           DISPLAY "Operador: "
           MOVE SPACES TO WS-Operador
           ACCEPT WS-Operador
           IF WS-Operador = SPACES THEN
               DISPLAY "Debe indicar el operador."
           ELSE
               MOVE 0 TO WS-EXUsados
               MOVE 0 TO WS-Exportadas
               PERFORM Abrir-Tareas
               OPEN INPUT Productos
               IF WS-TareasStatus NOT = "00" OR
                       WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-TareasStatus
               ELSE
                   PERFORM Cargar-Exportables
                   PERFORM Ordenar-Exportables
                   MOVE SPACES TO WS-NombreSalida
                   STRING "Handheld-" FUNCTION TRIM(WS-Operador)
                       ".TXT" DELIMITED BY SIZE INTO WS-NombreSalida
                   OPEN OUTPUT Salida
                   IF WS-SalidaStatus NOT = "00" THEN
                       CALL "Errores" USING WS-SalidaStatus
                   ELSE
                       PERFORM VARYING WS-EX-Idx FROM 1 BY 1
                               UNTIL WS-EX-Idx > WS-EXUsados
                           PERFORM Exportar-Tarea
                       END-PERFORM
                       CLOSE Salida
                       DISPLAY "Tareas enviadas a "
                           FUNCTION TRIM(WS-NombreSalida) ": "
                           WS-Exportadas
                   END-IF
               END-IF
               CLOSE Productos
               CLOSE Tareas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Exportables.
           PERFORM Posicionar-Tareas
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Tareas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM Evaluar-Abierta
                       IF WS-Abierta = 'S' AND
                               TA-Operador = WS-Operador AND
                               WS-EXUsados < 500 THEN
                           ADD 1 TO WS-EXUsados
                           MOVE TA-Prioridad TO
                               WS-EX-Prioridad(WS-EXUsados)
                           IF TA-Desde NOT = SPACES THEN
                               MOVE TA-Desde TO
                                   WS-EX-Ubicacion(WS-EXUsados)
                           ELSE
                               MOVE TA-Hacia TO
                                   WS-EX-Ubicacion(WS-EXUsados)
                           END-IF
                           MOVE TA-Numero TO WS-EX-Numero(WS-EXUsados)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Ordenar-Exportables.
           PERFORM VARYING WS-EX-Idx FROM 1 BY 1
                   UNTIL WS-EX-Idx > WS-EXUsados
               PERFORM VARYING WS-EX-J FROM 1 BY 1
                       UNTIL WS-EX-J > WS-EXUsados - WS-EX-Idx
                   IF WS-EX-Clave(WS-EX-J) >
                           WS-EX-Clave(WS-EX-J + 1) THEN
                       MOVE WS-EX-Entry(WS-EX-J) TO WS-EX-Aux
                       MOVE WS-EX-Entry(WS-EX-J + 1)
                           TO WS-EX-Entry(WS-EX-J)
                       MOVE WS-EX-Aux
                           TO WS-EX-Entry(WS-EX-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Exportar-Tarea.
           MOVE WS-EX-Numero(WS-EX-Idx) TO TA-Numero
           READ Tareas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   INITIALIZE HT-Rec
                   MOVE TA-Numero TO HT-Numero
                   MOVE TA-Tipo TO HT-Tipo
                   MOVE TA-Prioridad TO HT-Prioridad
                   MOVE TA-Product-ID TO HT-Product-ID
                   MOVE TA-Lote TO HT-Lote
                   MOVE TA-Pallet TO HT-Pallet
                   MOVE TA-Desde TO HT-Desde
                   MOVE TA-Hacia TO HT-Hacia
                   MOVE TA-Cantidad TO HT-Cantidad
                   MOVE TA-Product-ID TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                       INVALID KEY
                           MOVE SPACES TO HT-Nombre
                       NOT INVALID KEY
                           MOVE P-Nombre TO HT-Nombre
                   END-READ
                   WRITE HT-Rec
                   MOVE "ENVIADA" TO TA-Estado
                   REWRITE TA-Rec
                   ADD 1 TO WS-Exportadas
           END-READ
       EXIT.


      *> Cada confirmacion se postea por el programa dueno del
      *> movimiento: la reposicion por Reposicion, el traslado por
      *> Traslados; el guardado suma al desglose como en
      *> Recepciones; el picking y el conteo quedan registrados
      *> con la cantidad (el conteo la toma Conteos al registrar el
      *> resultado). Un faltante o una ubicacion equivocada levantan
      *> una tarea EXCEP para el supervisor.
       Importar-Confirmaciones.
           DISPLAY "Operador: "
           MOVE SPACES TO WS-Operador
           ACCEPT WS-Operador
           IF WS-Operador = SPACES THEN
               DISPLAY "Debe indicar el operador."
           ELSE
               MOVE SPACES TO WS-NombreEntrada
               STRING "Handheld-Conf-" FUNCTION TRIM(WS-Operador)
                   ".TXT" DELIMITED BY SIZE INTO WS-NombreEntrada
               OPEN INPUT Entrada
               IF WS-EntradaStatus NOT = "00" THEN
                   DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(WS-NombreEntrada)
                   CALL "Errores" USING WS-EntradaStatus
               ELSE
                   PERFORM Procesar-Entrada
                   CLOSE Entrada
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Procesar-Entrada.
           MOVE 0 TO WS-Leidas
           MOVE 0 TO WS-Posteadas
           MOVE 0 TO WS-Excepciones
           MOVE WS-NombreEntrada TO WS-ParamInf
           CALL "Registro-Informes" USING 1, WS-CodigoInf,
               WS-Usuario, WS-ParamInf, WS-NombreInforme
           OPEN OUTPUT Informe
           MOVE SPACES TO WS-Linea
           STRING "CONFIRMACIONES DEL HANDHELD - operador "
               WS-Operador " - archivo " WS-NombreEntrada
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           PERFORM UNTIL WS-EOF-Entrada = 'Y'
               READ Entrada
                   AT END
                       MOVE 'Y' TO WS-EOF-Entrada
                   NOT AT END
                       ADD 1 TO WS-Leidas
                       PERFORM Procesar-Confirmacion
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Entrada
           MOVE SPACES TO WS-Linea
           STRING "Confirmaciones leidas " WS-Leidas
               " - posteadas " WS-Posteadas
               " - excepciones " WS-Excepciones
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           CLOSE Informe
           DISPLAY "Detalle en " FUNCTION TRIM(WS-NombreInforme)
       EXIT.


       Procesar-Confirmacion.
           INITIALIZE WT-Rec
           MOVE 'N' TO WS-Abierta
           PERFORM Abrir-Tareas
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               MOVE HC-Numero TO TA-Numero
               READ Tareas
                   INVALID KEY
                       MOVE SPACES TO WS-Linea
                       STRING "RECHAZO tarea " HC-Numero
                           " inexistente" DELIMITED SIZE
                           INTO WS-Linea
                       PERFORM Escribir-Linea
                   NOT INVALID KEY
                       PERFORM Evaluar-Abierta
                       MOVE TA-Rec TO WT-Rec
               END-READ
               CLOSE Tareas
           END-IF
           IF WT-Numero > 0 THEN
               EVALUATE TRUE
                   WHEN WS-Abierta = 'N'
                       MOVE SPACES TO WS-Linea
                       STRING "RECHAZO tarea " WT-Numero " ya esta "
                           WT-Estado DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Linea
                   WHEN WT-Operador NOT = WS-Operador
                       MOVE SPACES TO WS-Linea
                       STRING "RECHAZO tarea " WT-Numero
                           " reasignada a " WT-Operador
                           DELIMITED SIZE INTO WS-Linea
                       PERFORM Escribir-Linea
                   WHEN OTHER
                       PERFORM Postear-Confirmacion
               END-EVALUATE
           END-IF
       EXIT.


       Postear-Confirmacion.
           IF WT-Tipo = "PICK" OR WT-Tipo = "CONTEO" THEN
               MOVE WT-Desde TO WS-Esperada
           ELSE
               MOVE WT-Hacia TO WS-Esperada
           END-IF
           IF HC-Ubicacion NOT = SPACES AND
                   HC-Ubicacion NOT = WS-Esperada AND
                   WT-Tipo NOT = "EXCEP" THEN
               MOVE "EXCEPCION" TO WS-EstadoCierre
               PERFORM Cerrar-Tarea-Leida
               MOVE "UBICACION EQUIVOCADA" TO WS-Observacion
               MOVE HC-Cantidad TO WS-Faltante
               PERFORM Levantar-Excepcion
           ELSE
               MOVE 'S' TO WS-Posteada
               EVALUATE WT-Tipo
                   WHEN "REPOS"
                       MOVE 0 TO WS-RepRes
                       CALL "Reposicion" USING 3, WT-Product-ID,
                           HC-Cantidad, WS-Usuario, WS-RepRes,
                           WT-Numero
                       CANCEL "Reposicion"
                       IF WS-RepRes = 0 THEN
                           MOVE 'N' TO WS-Posteada
                       END-IF
                   WHEN "TRASLA"
                       IF HC-Cantidad > 0 THEN
                           CALL "Traslados" USING 1, WS-Usuario,
                               WT-Product-ID, WT-Desde, WT-Hacia,
                               HC-Cantidad, WS-PosteoRes
                           CANCEL "Traslados"
                           MOVE WS-PosteoRes TO WS-Posteada
                       END-IF
                   WHEN "GUARDA"
                       IF HC-Cantidad > 0 THEN
                           PERFORM Postear-Guardado
                       END-IF
               END-EVALUATE
               IF WS-Posteada = 'S' THEN
                   PERFORM Cerrar-Confirmada
               ELSE
                   MOVE "EXCEPCION" TO WS-EstadoCierre
                   PERFORM Cerrar-Tarea-Leida
                   MOVE "NO SE PUDO POSTEAR" TO WS-Observacion
                   MOVE HC-Cantidad TO WS-Faltante
                   PERFORM Levantar-Excepcion
               END-IF
           END-IF
       EXIT.


      *> La reposicion ya quedo cerrada por Reposicion; las demas
      *> se cierran aca. Lo que falto contra lo pedido (no aplica
      *> al conteo ni a la excepcion) levanta un FALTANTE.
       Cerrar-Confirmada.
           ADD 1 TO WS-Posteadas
           IF WT-Tipo NOT = "REPOS" THEN
               MOVE "CONFIRMADA" TO WS-EstadoCierre
               PERFORM Cerrar-Tarea-Leida
           END-IF
           MOVE HC-Cantidad TO WS-CantidadEd
           MOVE SPACES TO WS-Linea
           STRING "OK      tarea " WT-Numero " " WT-Tipo " "
               WT-Product-ID " cantidad " WS-CantidadEd
               DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
           IF WT-Tipo NOT = "CONTEO" AND WT-Tipo NOT = "EXCEP" AND
                   HC-Cantidad < WT-Cantidad THEN
               COMPUTE WS-Faltante = WT-Cantidad - HC-Cantidad
               MOVE "FALTANTE" TO WS-Observacion
               PERFORM Levantar-Excepcion
           END-IF
       EXIT.


       Cerrar-Tarea-Leida.
           PERFORM Abrir-Tareas
           IF WS-TareasStatus = "00" THEN
               MOVE WT-Numero TO TA-Numero
               READ Tareas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT WS-HoraActual FROM TIME
                       MOVE WS-EstadoCierre TO TA-Estado
                       MOVE HC-Cantidad TO TA-Cantidad-Confirmada
                       IF HC-Ubicacion NOT = SPACES THEN
                           MOVE HC-Ubicacion TO TA-Ubicacion-Real
                       ELSE
                           MOVE WS-Esperada TO TA-Ubicacion-Real
                       END-IF
                       MOVE WS-HoyNum TO TA-Fecha-Cierre
                       MOVE WS-HoraActual(1:6) TO TA-Hora-Cierre
                       REWRITE TA-Rec
               END-READ
               CLOSE Tareas
           END-IF
       EXIT.


      *> La excepcion queda libre y urgente para el supervisor:
      *> desde la ubicacion leida (o la esperada) por la cantidad
      *> en cuestion, apuntando a la tarea que la origino.
       Levantar-Excepcion.
           ADD 1 TO WS-Excepciones
           MOVE WT-Numero TO WT-Tarea-Origen
           MOVE "EXCEP" TO WT-Tipo
           IF HC-Ubicacion NOT = SPACES THEN
               MOVE HC-Ubicacion TO WT-Desde
           ELSE
               MOVE WS-Esperada TO WT-Desde
           END-IF
           MOVE WS-Esperada TO WT-Hacia
           IF HC-Lote NOT = SPACES THEN
               MOVE HC-Lote TO WT-Lote
           END-IF
           MOVE WS-Faltante TO WT-Cantidad
           MOVE 1 TO WT-Prioridad
           MOVE SPACES TO WT-Operador
           MOVE WS-Observacion TO WT-Observacion
           PERFORM Abrir-Tareas
           IF WS-TareasStatus = "00" THEN
               PERFORM Alta-Tarea
               CLOSE Tareas
           END-IF
           MOVE WS-Faltante TO WS-CantidadEd
           MOVE SPACES TO WS-Linea
           STRING "EXCEP   tarea " WT-Tarea-Origen " "
               WT-Product-ID " " WS-Observacion " cantidad "
               WS-CantidadEd " en " WT-Desde " -> excepcion "
               WT-Numero DELIMITED SIZE INTO WS-Linea
           PERFORM Escribir-Linea
       EXIT.


      *> Mismo registro que hace Recepciones al guardar: suma lo
      *> guardado al renglon de la ubicacion en el desglose (o
      *> abre uno nuevo). El stock total ya entro al recibir.
       Postear-Guardado.
           MOVE 'N' TO WS-Posteada
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE WT-Product-ID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL "Bloqueos" USING 1, Product-ID,
                           WS-Usuario, WS-LockOk
                       IF WS-LockOk = 'S' THEN
                           PERFORM Aplicar-Guardado
                           CALL "Bloqueos" USING 2, Product-ID,
                               WS-Usuario, WS-LockOk
                       END-IF
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Aplicar-Guardado.
           MOVE 0 TO WS-IdxDestino
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WT-Hacia THEN
                   MOVE WS-Idx TO WS-IdxDestino
               END-IF
           END-PERFORM
           IF WS-IdxDestino = 0 AND P-NumUbicaciones < 5 THEN
               ADD 1 TO P-NumUbicaciones
               MOVE P-NumUbicaciones TO WS-IdxDestino
               MOVE WT-Hacia TO P-UbicNombre(WS-IdxDestino)
               MOVE 0 TO P-UbicStock(WS-IdxDestino)
           END-IF
           IF WS-IdxDestino > 0 THEN
               ADD HC-Cantidad TO P-UbicStock(WS-IdxDestino)
               IF P-Ubicacion = SPACES THEN
                   MOVE WT-Hacia TO P-Ubicacion
               END-IF
               MOVE WS-Usuario TO P-Usuario
               REWRITE Product
               IF WS-ProductosStatus = "00" THEN
                   MOVE 'S' TO WS-Posteada
               END-IF
           END-IF
       EXIT.


       Listar-Abiertas.
           DISPLAY "Operador (Enter = todos): "
           MOVE SPACES TO WS-Operador
           ACCEPT WS-Operador
           PERFORM Abrir-Tareas
           IF WS-TareasStatus = "00" THEN
               DISPLAY "--- Tareas abiertas ---"
               DISPLAY "NUMERO TIPO   P PRODUCTO   CANTIDAD DESDE"
                   "                HACIA                OPERADOR"
               PERFORM Posicionar-Tareas
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tareas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Evaluar-Abierta
                           IF WS-Abierta = 'S' AND
                                   (WS-Operador = SPACES OR
                                   TA-Operador = WS-Operador) THEN
                               PERFORM Mostrar-Tarea
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tareas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Tarea.
           MOVE TA-Cantidad TO WS-CantidadEd
           DISPLAY TA-Numero " " TA-Tipo " " TA-Prioridad " "
               TA-Product-ID " " WS-CantidadEd " " TA-Desde " "
               TA-Hacia " " TA-Operador " " TA-Estado
           IF TA-Tipo = "EXCEP" THEN
               DISPLAY "       " FUNCTION TRIM(TA-Observacion)
                   " (tarea " TA-Tarea-Origen ")"
           END-IF
       EXIT.


      *> Las excepciones se cierran como resueltas una vez que el
      *> supervisor corrigio lo que hiciera falta (traslado,
      *> conteo); cualquier tarea abierta se puede anular.
       Resolver-Tarea.
           PERFORM Abrir-Tareas
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               DISPLAY "Numero de tarea: "
               ACCEPT WS-Numero
               MOVE WS-Numero TO TA-Numero
               READ Tareas
                   INVALID KEY
                       DISPLAY "Tarea no encontrada."
                   NOT INVALID KEY
                       PERFORM Evaluar-Abierta
                       IF WS-Abierta = 'S' THEN
                           PERFORM Mostrar-Tarea
                           PERFORM Capturar-Resolucion
                       ELSE
                           DISPLAY "La tarea ya esta " TA-Estado "."
                       END-IF
               END-READ
               CLOSE Tareas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Resolucion.
           IF TA-Tipo = "EXCEP" THEN
               DISPLAY "R = resuelta, A = anular, Enter = nada: "
           ELSE
               DISPLAY "A = anular, Enter = nada: "
           END-IF
           MOVE SPACES TO WS-Confirmar
           ACCEPT WS-Confirmar
           INSPECT WS-Confirmar CONVERTING "ar" TO "AR"
           MOVE SPACES TO WS-EstadoCierre
           IF WS-Confirmar = "A" THEN
               MOVE "ANULADA" TO WS-EstadoCierre
           END-IF
           IF WS-Confirmar = "R" AND TA-Tipo = "EXCEP" THEN
               MOVE "CONFIRMADA" TO WS-EstadoCierre
               MOVE TA-Cantidad TO TA-Cantidad-Confirmada
           END-IF
           IF WS-EstadoCierre NOT = SPACES THEN
               ACCEPT WS-HoraActual FROM TIME
               MOVE WS-EstadoCierre TO TA-Estado
               MOVE WS-HoyNum TO TA-Fecha-Cierre
               MOVE WS-HoraActual(1:6) TO TA-Hora-Cierre
               REWRITE TA-Rec
               DISPLAY "Tarea " TA-Numero " " TA-Estado "."
           END-IF
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
