               ALTERNATE RECORD KEY IS P-Proveedor WITH DUPLICATES
               FILE STATUS IS WS-ProductosStatus.

           SELECT Pallets ASSIGN TO 'Pallets.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-Clave
               FILE STATUS IS WS-PalletsStatus.

           SELECT Tareas ASSIGN TO 'Tareas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-Numero
               FILE STATUS IS WS-TareasStatus.

           SELECT Hoja ASSIGN TO WS-NombreHoja
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HojaStatus.
       FD  Productos.
           COPY PRODUCTO.

       FD  Pallets.
           COPY PALLET.

       FD  Tareas.
           COPY TAREA.

       FD  Hoja.
       01  Hoja-Linea                  PIC X(100).

               05 WS-ConteosStatus     PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-HojaStatus        PIC XX.
               05 WS-PalletsStatus     PIC XX.
               05 WS-TareasStatus      PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Tareas        PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-PeriodoOk             PIC X(1).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-PL-J                  PIC 9(3).
           01 WS-PL-Aux                PIC X(100).

      *>   Hoja por pallet: el pallet cuya cabecera se esta leyendo.
           01 WS-PorPallet             PIC X(1).
           01 WS-PalletLeido           PIC 9(6).
           01 WS-PalletUbic            PIC X(20).
           01 WS-PalletArmado          PIC X(1).
           01 WS-PalletImpreso         PIC X(1).
           01 WS-PalletsEnHoja         PIC 9(5).

      *>   Conteo por handheld: tareas CONTEO del plan y la cantidad
      *>   que volvio confirmada para el producto.
           01 WS-ConTareas             PIC X(1).
           01 WS-OperadorConteo        PIC X(10).
           01 WS-TareasConteo          PIC 9(5).
           01 WS-HayHandheld           PIC X(1).
           01 WS-ContadoHandheld       PIC 9(7).
           01 WS-CierreHandheld        PIC 9(14).
           01 WS-CierreTarea           PIC 9(14).

       LINKAGE SECTION.
      *> Flag 9: deja en LK-Resultado 'S' si el producto tiene un
      *>         conteo PLANIFICADO pendiente (stock congelado) y
                   WHEN 1
                       PERFORM Planificar-Dia
                   WHEN 2
      *>               Los ajustes de conteo van con la fecha del
      *>               dia: no se postean en un mes contable cerrado.
                       CALL "Periodos-Contables" USING 1, LK-Usuario,
                           WS-HoyNum, WS-PeriodoOk
                       IF WS-PeriodoOk = 'S' THEN
                           PERFORM Registrar-Resultados
                       END-IF
                   WHEN 3
                       PERFORM Informe-Cobertura
                   WHEN 0
           IF WS-CantidadDia > 100 THEN
               MOVE 100 TO WS-CantidadDia
           END-IF
           DISPLAY "Hoja por pallet (S/N): "
           ACCEPT WS-PorPallet
           INSPECT WS-PorPallet CONVERTING "s" TO "S"
           DISPLAY "Mandar los conteos al handheld como tareas "
               "(S/N): "
           ACCEPT WS-ConTareas
           INSPECT WS-ConTareas CONVERTING "s" TO "S"
           MOVE SPACES TO WS-OperadorConteo
           IF WS-ConTareas = 'S' THEN
               DISPLAY "Operador (Enter = sin asignar): "
               ACCEPT WS-OperadorConteo
           END-IF
           MOVE 0 TO WS-TareasConteo
           MOVE 0 TO WS-PlanUsados
           PERFORM Abrir-Conteos
           OPEN INPUT Productos
               "cantidad fisica" DELIMITED SIZE INTO WS-Linea
           MOVE WS-Linea TO Hoja-Linea
           WRITE Hoja-Linea
           IF WS-PorPallet = 'S' THEN
               PERFORM Emitir-Hoja-Pallets
           END-IF
           PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                   UNTIL WS-PL-Idx > WS-PlanUsados
               STRING
               MOVE WS-PL-Stock(WS-PL-Idx)
                   TO CT-Cantidad-Sistema
               WRITE CT-Rec
               IF WS-ConTareas = 'S' THEN
                   PERFORM Generar-Tarea-Conteo
               END-IF
           END-PERFORM
           IF WS-ConTareas = 'S' THEN
               CANCEL "Tareas"
               DISPLAY "Tareas de conteo generadas: " WS-TareasConteo
           END-IF
           CLOSE Hoja
           DISPLAY "Hoja generada: " WS-NombreHoja " ("
               WS-PlanUsados " productos). Los movimientos de esos "
       EXIT.


      *> La tarea va sin cantidad: el operador cuenta a ciegas,
      *> igual que con la hoja.
       Generar-Tarea-Conteo.
           INITIALIZE TA-Rec
           MOVE "CONTEO" TO TA-Tipo
           MOVE WS-PL-Product-ID(WS-PL-Idx) TO TA-Product-ID
           MOVE WS-PL-Ubicacion(WS-PL-Idx)(1:20) TO TA-Desde
           MOVE 0 TO TA-Cantidad
           MOVE 2 TO TA-Prioridad
           MOVE WS-OperadorConteo TO TA-Operador
           CALL "Tareas" USING 1, LK-Usuario, TA-Rec
           IF TA-Numero > 0 THEN
               ADD 1 TO WS-TareasConteo
           END-IF
       EXIT.


      *> Hoja por pallet: primero cada pallet ARMADO que lleva algun
      *> producto del plan, por LPN, con su ubicacion y una linea
      *> por producto y lote; despues el bloque habitual por
      *> ubicacion para lo que esta suelto. El resultado que se
      *> registra por producto es la suma de ambos bloques.
       Emitir-Hoja-Pallets.
           MOVE 0 TO WS-PalletsEnHoja
           MOVE 0 TO WS-PalletLeido
           MOVE 'N' TO WS-PalletArmado
           OPEN INPUT Pallets
           IF WS-PalletsStatus = "00" THEN
               MOVE 1 TO PL-Numero
               MOVE 0 TO PL-Linea
               START Pallets KEY IS NOT LESS THAN PL-Clave
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Pallets NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Evaluar-Linea-Pallet
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Pallets
           END-IF
           MOVE SPACES TO WS-Linea
           STRING "--- Fuera de pallet (mercaderia suelta) ---"
               DELIMITED SIZE INTO WS-Linea
           MOVE WS-Linea TO Hoja-Linea
           WRITE Hoja-Linea
           MOVE SPACES TO WS-Linea
           DISPLAY "Pallets en la hoja: " WS-PalletsEnHoja
       EXIT.


       Evaluar-Linea-Pallet.
           IF PL-Linea = 0 THEN
               MOVE PL-Numero TO WS-PalletLeido
               MOVE PL-Ubicacion TO WS-PalletUbic
               MOVE 'N' TO WS-PalletImpreso
               IF PL-Estado = "ARMADO" THEN
                   MOVE 'S' TO WS-PalletArmado
               ELSE
                   MOVE 'N' TO WS-PalletArmado
               END-IF
           ELSE
               IF PL-Numero = WS-PalletLeido AND
                       WS-PalletArmado = 'S' THEN
                   PERFORM VARYING WS-PL-Idx FROM 1 BY 1
                           UNTIL WS-PL-Idx > WS-PlanUsados
                       IF WS-PL-Product-ID(WS-PL-Idx) =
                               PL-Product-ID THEN
                           PERFORM Escribir-Linea-Pallet
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       EXIT.


       Escribir-Linea-Pallet.
           IF WS-PalletImpreso = 'N' THEN
               MOVE SPACES TO WS-Linea
               STRING "--- Pallet LPN" WS-PalletLeido " en "
                   FUNCTION TRIM(WS-PalletUbic) " ---"
                   DELIMITED SIZE INTO WS-Linea
               MOVE WS-Linea TO Hoja-Linea
               WRITE Hoja-Linea
               MOVE 'S' TO WS-PalletImpreso
               ADD 1 TO WS-PalletsEnHoja
           END-IF
           MOVE SPACES TO WS-Linea
           STRING "LPN" WS-PalletLeido " | "
               WS-PL-Product-ID(WS-PL-Idx) " | "
               FUNCTION TRIM(WS-PL-Nombre(WS-PL-Idx))
               " | lote " PL-Lote " | contado: ________"
               DELIMITED SIZE INTO WS-Linea
           MOVE WS-Linea TO Hoja-Linea
           WRITE Hoja-Linea
           MOVE SPACES TO WS-Linea
       EXIT.


       Registrar-Resultados.
           DISPLAY "ID del producto contado (en blanco para "
               "terminar): "


       Capturar-Resultado.
           PERFORM Buscar-Conteo-Handheld
           IF WS-HayHandheld = 'S' THEN
               DISPLAY "Cantidad contada en fisico (Enter = "
                   WS-ContadoHandheld " leida en el handheld): "
           ELSE
               DISPLAY "Cantidad contada en fisico: "
           END-IF
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Contado
           ELSE
               MOVE 0 TO WS-Contado
           END-IF
           IF WS-Aux = SPACES AND WS-HayHandheld = 'S' THEN
               MOVE WS-ContadoHandheld TO WS-Contado
           END-IF
           COMPUTE WS-Delta = WS-Contado - CT-Cantidad-Sistema
           MOVE WS-Contado TO CT-Cantidad-Contada
           MOVE WS-Delta TO CT-Diferencia
       EXIT.


      *> La ultima tarea CONTEO del producto confirmada desde el
      *> handheld despues de planificado el conteo.
       Buscar-Conteo-Handheld.
           MOVE 'N' TO WS-HayHandheld
           MOVE 0 TO WS-CierreHandheld
           OPEN INPUT Tareas
           IF WS-TareasStatus = "00" THEN
               MOVE 1 TO TA-Numero
               START Tareas KEY IS NOT LESS THAN TA-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Tareas
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Tareas
               END-START
               PERFORM UNTIL WS-EOF-Tareas = 'Y'
                   READ Tareas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Tareas
                       NOT AT END
                           COMPUTE WS-CierreTarea =
                               TA-Fecha-Cierre * 1000000
                               + TA-Hora-Cierre
                           IF TA-Tipo = "CONTEO" AND
                                   TA-Estado = "CONFIRMADA" AND
                                   TA-Product-ID = WS-PID AND
                                   TA-Fecha-Alta >= CT-Fecha-Plan AND
                                   WS-CierreTarea >= WS-CierreHandheld
                               THEN
                               MOVE 'S' TO WS-HayHandheld
                               MOVE WS-CierreTarea TO WS-CierreHandheld
                               MOVE TA-Cantidad-Confirmada
                                   TO WS-ContadoHandheld
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Tareas
           END-IF
       EXIT.


       Postear-Ajuste.
           OPEN I-O Productos
           IF WS-ProductosStatus NOT = "00" THEN
