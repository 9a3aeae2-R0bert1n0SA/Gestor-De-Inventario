       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reposicion AS "Reposicion".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Caras ASSIGN TO 'Caras-Picking.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-Product-ID
               FILE STATUS IS WS-CarasStatus.

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

           SELECT Pallets ASSIGN TO 'Pallets.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-Clave
               FILE STATUS IS WS-PalletsStatus.

           SELECT Movimientos ASSIGN TO 'Movimientos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-Clave
               FILE STATUS IS WS-MovStatus.

           SELECT Informe ASSIGN TO WS-NombreInforme
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-InformeStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Caras.
       01  CP-Rec.
      *>  Cara de picking del producto: el renglon de su desglose
      *>  por ubicacion del que se pickea, con el minimo que
      *>  dispara la reposicion y el maximo hasta el que se repone.
      *>  Los demas renglones del desglose son reserva.
           05 CP-Product-ID            PIC X(10).
           05 CP-Ubicacion             PIC X(20).
           05 CP-Minimo                PIC 9(7).
           05 CP-Maximo                PIC 9(7).
           05 CP-Fecha                 PIC 9(8).
           05 CP-Usuario               PIC X(10).

       FD  Tareas.
           COPY TAREA.

       FD  Productos.
           COPY PRODUCTO.

       FD  Pallets.
           COPY PALLET.

       FD  Movimientos.
           COPY MOVIMIENTO.

       FD  Informe.
       01  Inf-Linea                   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-CarasStatus       PIC XX.
               05 WS-TareasStatus      PIC XX.
               05 WS-ProductosStatus   PIC XX.
               05 WS-PalletsStatus     PIC XX.
               05 WS-MovStatus         PIC XX.
               05 WS-InformeStatus     PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.
               05 WS-EOF-Caras         PIC X(1) VALUE 'N'.
               05 WS-EOF-Mov           PIC X(1) VALUE 'N'.

           01 WS-Fecha                 PIC 9(8).
           01 WS-Year                  PIC 9(4) VALUE 2000.
           01 WS-HoraActual            PIC 9(8).
           01 WS-HoyNum                PIC 9(8).
           01 WS-HoraNum               PIC 9(6).
           01 WS-Usuario               PIC X(10).
           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-PID                   PIC X(10).
           01 WS-Numero                PIC 9(6).
           01 WS-ProximoNumero         PIC 9(6).
           01 WS-Generadas             PIC 9(5).
           01 WS-Demanda               PIC 9(7).
           01 WS-Objetivo              PIC 9(7).
           01 WS-Nivel                 PIC 9(8).
           01 WS-Faltante              PIC 9(7).
           01 WS-Cantidad              PIC 9(7).
           01 WS-UbicCara              PIC X(20).
           01 WS-IdxCara               PIC 9(1).
           01 WS-IdxDesde              PIC 9(1).
           01 WS-Idx                   PIC 9(1).
           01 WS-Reserva               PIC 9(8).
           01 WS-NivelCara             PIC 9(7).
           01 WS-UbicOk                PIC X(1).
           01 WS-LockOk                PIC X(1).
           01 WS-PalletRes             PIC X(1).
           01 WS-PalletsAbierto        PIC X(1).
           01 WS-Existe                PIC X(1).
           01 WS-Posteada              PIC X(1).
           01 WS-MinimoEd              PIC Z(6)9.
           01 WS-MaximoEd              PIC Z(6)9.
           01 WS-NivelEd               PIC Z(6)9.
           01 WS-CantidadEd            PIC Z(4)9.

      *>   Tareas de reposicion PENDIENTE por producto: lo que ya
      *>   esta en camino a la cara cuenta como nivel.
           01 WS-PendTabla.
               05 WS-PD-Entry OCCURS 500 TIMES.
                   10 WS-PD-Product-ID     PIC X(10).
                   10 WS-PD-Cantidad       PIC 9(7).
           01 WS-PDUsados              PIC 9(3) VALUE 0.
           01 WS-PD-Idx                PIC 9(3).
           01 WS-PendienteProd         PIC 9(8).

      *>   Origenes posibles de la reposicion: cada linea de pallet
      *>   ARMADO del producto en una ubicacion de reserva (con la
      *>   fecha de armado como antiguedad del lote) y lo suelto de
      *>   cada renglon de reserva, que va al final.
           01 WS-CandTabla.
               05 WS-CA-Entry OCCURS 20 TIMES.
                   10 WS-CA-Ubicacion      PIC X(20).
                   10 WS-CA-Pallet         PIC 9(6).
                   10 WS-CA-Lote           PIC X(10).
                   10 WS-CA-Fecha          PIC 9(8).
                   10 WS-CA-Cantidad       PIC 9(7).
           01 WS-CAUsados              PIC 9(2) VALUE 0.
           01 WS-CA-Idx                PIC 9(2).
           01 WS-CA-J                  PIC 9(2).
           01 WS-CA-Aux                PIC X(51).
           01 WS-Suelto                PIC 9(7) OCCURS 5 TIMES.
           01 WS-PalletUbic            PIC X(20).
           01 WS-PalletArmado          PIC X(1).
           01 WS-PalletLeido           PIC 9(6).

      *>   Reposiciones confirmadas hoy, para reconstruir la reserva
      *>   a cada hora del dia en el informe de caras vacias.
           01 WS-ConfTabla.
               05 WS-CF-Entry OCCURS 500 TIMES.
                   10 WS-CF-Product-ID     PIC X(10).
                   10 WS-CF-Hora           PIC 9(6).
                   10 WS-CF-Cantidad       PIC 9(7).
           01 WS-CFUsados              PIC 9(3) VALUE 0.
           01 WS-CF-Idx                PIC 9(3).
           01 WS-HoraMov               PIC 9(6).
           01 WS-ReservaHora           PIC 9(8).
           01 WS-VaciaHora             PIC 9(6).
           01 WS-VaciaOper             PIC X(6).
           01 WS-CarasVacias           PIC 9(5).

           01 WS-Linea                 PIC X(120).
           01 WS-NombreInforme         PIC X(40).
           01 WS-CodigoInf             PIC X(10) VALUE "CARAS-VAC".
           01 WS-ParamInf              PIC X(40).

       LINKAGE SECTION.
      *> Flag 1: corrida completa de reposicion sobre todas las
      *>         caras (la del cierre diario); devuelve en
      *>         LK-Generadas cuantas tareas genero.
      *> Flag 2: reposicion de la cara de LK-Product-ID para cubrir
      *>         LK-Cantidad (la ola de picking de Remitos).
      *> Flag 3: confirma la tarea LK-Tarea con LK-Cantidad movida
      *>         (0 la anula), sin preguntar; es la confirmacion que
      *>         llega del handheld. LK-Generadas vuelve en 1 si la
      *>         tarea quedo cerrada.
      *> Otro valor: menu de caras de picking y reposicion.
           01 LK-Flag                  PIC 9(2).
           01 LK-Product-ID            PIC X(10).
           01 LK-Cantidad              PIC 9(7).
           01 LK-Usuario               PIC X(10).
           01 LK-Generadas             PIC 9(5).
           01 LK-Tarea                 PIC 9(6).

       PROCEDURE DIVISION USING LK-Flag, LK-Product-ID, LK-Cantidad,
               LK-Usuario, LK-Generadas, LK-Tarea.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           ACCEPT WS-Fecha FROM DATE
           COMPUTE WS-HoyNum = WS-Fecha + (WS-Year * 10000)
           EVALUATE LK-Flag
               WHEN 1
                   MOVE SPACES TO WS-PID
                   MOVE 0 TO WS-Demanda
                   PERFORM Generar-Reposiciones
                   MOVE WS-Generadas TO LK-Generadas
               WHEN 2
                   MOVE LK-Product-ID TO WS-PID
                   MOVE LK-Cantidad TO WS-Demanda
                   PERFORM Generar-Reposiciones
                   MOVE WS-Generadas TO LK-Generadas
               WHEN 3
                   PERFORM Confirmar-Desde-Handheld
                   IF WS-Posteada = 'S' THEN
                       MOVE 1 TO LK-Generadas
                   ELSE
                       MOVE 0 TO LK-Generadas
                   END-IF
               WHEN OTHER
                   PERFORM Menu-Reposicion
           END-EVALUATE
       EXIT PROGRAM.


       Menu-Reposicion.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Caras de picking y reposicion "
                   "-------"
               DISPLAY "1. Definir cara de picking de un producto"
               DISPLAY "2. Quitar cara de picking"
               DISPLAY "3. Listar caras de picking"
               DISPLAY "4. Generar reposiciones ahora"
               DISPLAY "5. Listar tareas de reposicion pendientes"
               DISPLAY "6. Confirmar tarea de reposicion"
               DISPLAY "7. Informe de caras vacias del dia"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Definir-Cara
                   WHEN 2
                       PERFORM Quitar-Cara
                   WHEN 3
                       PERFORM Listar-Caras
                   WHEN 4
                       MOVE SPACES TO WS-PID
                       MOVE 0 TO WS-Demanda
                       PERFORM Generar-Reposiciones
                       DISPLAY "Tareas de reposicion generadas: "
                           WS-Generadas
                       DISPLAY "Presione Enter para continuar"
                       ACCEPT WS-EnterT
                   WHEN 5
                       PERFORM Listar-Pendientes
                   WHEN 6
                       PERFORM Confirmar-Tarea
                   WHEN 7
                       PERFORM Informe-Caras-Vacias
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Abrir-Caras.
           OPEN I-O Caras
           IF WS-CarasStatus = "35" THEN
               CLOSE Caras
               OPEN OUTPUT Caras
               CLOSE Caras
               OPEN I-O Caras
           END-IF
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


       Definir-Cara.
           DISPLAY "ID del producto: "
           ACCEPT WS-PID
           OPEN INPUT Productos
           IF WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE WS-PID TO Product-ID
               READ Productos INTO Product KEY IS Product-ID
                   INVALID KEY
                       DISPLAY "Producto no encontrado."
                   NOT INVALID KEY
                       PERFORM Capturar-Cara
               END-READ
               CLOSE Productos
           END-IF
       EXIT.


       Capturar-Cara.
           DISPLAY "Desglose actual de " FUNCTION TRIM(P-Nombre) ":"
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               DISPLAY "  " P-UbicNombre(WS-Idx) ": "
                   P-UbicStock(WS-Idx)
           END-PERFORM
           PERFORM Abrir-Caras
           IF WS-CarasStatus NOT = "00" THEN
               CALL "Errores" USING WS-CarasStatus
           ELSE
               MOVE WS-PID TO CP-Product-ID
               READ Caras
                   INVALID KEY
                       MOVE 'N' TO WS-Existe
                       INITIALIZE CP-Rec
                       MOVE WS-PID TO CP-Product-ID
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Existe
                       DISPLAY "Cara actual: "
                           FUNCTION TRIM(CP-Ubicacion) " min "
                           CP-Minimo " max " CP-Maximo
               END-READ
               DISPLAY "Ubicacion de la cara (Enter = sin "
                   "cambio): "
               MOVE SPACES TO WS-Aux
               ACCEPT WS-Aux
               INSPECT WS-Aux CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-Aux NOT = SPACES THEN
                   MOVE WS-Aux TO CP-Ubicacion
               END-IF
               CALL "Ubicaciones-Admin" USING 1, CP-Ubicacion,
                   WS-UbicOk
               IF WS-UbicOk NOT = 'S' THEN
                   DISPLAY "La ubicacion no esta en el maestro."
               ELSE
                   DISPLAY "Minimo (dispara la reposicion): "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO CP-Minimo
                   END-IF
                   DISPLAY "Maximo (se repone hasta): "
                   ACCEPT WS-Aux
                   IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                       MOVE FUNCTION NUMVAL(WS-Aux) TO CP-Maximo
                   END-IF
                   IF CP-Maximo = 0 OR CP-Maximo <= CP-Minimo THEN
                       DISPLAY "El maximo debe superar al minimo."
                   ELSE
                       MOVE WS-HoyNum TO CP-Fecha
                       MOVE WS-Usuario TO CP-Usuario
                       IF WS-Existe = 'S' THEN
                           REWRITE CP-Rec
                       ELSE
                           WRITE CP-Rec
                       END-IF
                       DISPLAY "Cara de picking registrada."
                   END-IF
               END-IF
               CLOSE Caras
           END-IF
       EXIT.


       Quitar-Cara.
           DISPLAY "ID del producto: "
           ACCEPT WS-PID
           PERFORM Abrir-Caras
           IF WS-CarasStatus = "00" THEN
               MOVE WS-PID TO CP-Product-ID
               READ Caras
                   INVALID KEY
                       DISPLAY "El producto no tiene cara definida."
                   NOT INVALID KEY
                       DELETE Caras RECORD
                       DISPLAY "Cara de picking quitada; todo su "
                           "desglose queda como reserva."
               END-READ
               CLOSE Caras
           END-IF
       EXIT.


       Listar-Caras.
           PERFORM Abrir-Caras
           OPEN INPUT Productos
           IF WS-CarasStatus = "00" AND
                   WS-ProductosStatus = "00" THEN
               DISPLAY "--- Caras de picking ---"
               DISPLAY "PRODUCTO   CARA                     NIVEL"
                   "     MIN     MAX"
               MOVE LOW-VALUES TO CP-Product-ID
               START Caras KEY IS NOT LESS THAN CP-Product-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Caras
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Caras
               END-START
               PERFORM UNTIL WS-EOF-Caras = 'Y'
                   READ Caras NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Caras
                       NOT AT END
                           PERFORM Mostrar-Cara
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Caras
           END-IF
           CLOSE Productos
           CLOSE Caras
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Cara.
           MOVE CP-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   MOVE 0 TO WS-NivelCara
               NOT INVALID KEY
                   MOVE CP-Ubicacion TO WS-UbicCara
                   PERFORM Calcular-Nivel-Cara
           END-READ
           MOVE WS-NivelCara TO WS-NivelEd
           MOVE CP-Minimo TO WS-MinimoEd
           MOVE CP-Maximo TO WS-MaximoEd
           DISPLAY CP-Product-ID " " CP-Ubicacion " " WS-NivelEd
               " " WS-MinimoEd " " WS-MaximoEd
       EXIT.


      *> Los despachos y ventas bajan P-Stock sin pasar por el
      *> desglose, que se pickea siempre de la cara: el nivel de la
      *> cara es lo que queda del stock total despues de la
      *> reserva (los demas renglones del desglose).
       Calcular-Nivel-Cara.
           MOVE 0 TO WS-IdxCara
           MOVE 0 TO WS-Reserva
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = WS-UbicCara THEN
                   MOVE WS-Idx TO WS-IdxCara
               ELSE
                   ADD P-UbicStock(WS-Idx) TO WS-Reserva
               END-IF
           END-PERFORM
           IF P-Stock > WS-Reserva THEN
               COMPUTE WS-NivelCara = P-Stock - WS-Reserva
           ELSE
               MOVE 0 TO WS-NivelCara
           END-IF
       EXIT.


      *> Con WS-PID en blanco recorre todas las caras; si no, solo
      *> la del producto, para cubrir WS-Demanda ademas del minimo.
       Generar-Reposiciones.
           MOVE 0 TO WS-Generadas
           PERFORM Abrir-Tareas
           PERFORM Abrir-Caras
           OPEN INPUT Productos
           IF WS-TareasStatus NOT = "00" OR
                   WS-CarasStatus NOT = "00" OR
                   WS-ProductosStatus NOT = "00" THEN
               CALL "Errores" USING WS-ProductosStatus
           ELSE
               MOVE 'N' TO WS-PalletsAbierto
               OPEN INPUT Pallets
               IF WS-PalletsStatus = "00" THEN
                   MOVE 'S' TO WS-PalletsAbierto
               END-IF
               PERFORM Cargar-Pendientes
               IF WS-PID = SPACES THEN
                   MOVE LOW-VALUES TO CP-Product-ID
                   START Caras KEY IS NOT LESS THAN CP-Product-ID
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Caras
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Caras
                   END-START
                   PERFORM UNTIL WS-EOF-Caras = 'Y'
                       READ Caras NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Caras
                           NOT AT END
                               PERFORM Reponer-Cara
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Caras
               ELSE
                   MOVE WS-PID TO CP-Product-ID
                   READ Caras
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Reponer-Cara
                   END-READ
               END-IF
               IF WS-PalletsAbierto = 'S' THEN
                   CLOSE Pallets
               END-IF
           END-IF
           CLOSE Productos
           CLOSE Caras
           CLOSE Tareas
       EXIT.


       Cargar-Pendientes.
           MOVE 0 TO WS-PDUsados
           MOVE 1 TO TA-Numero
           START Tareas KEY IS NOT LESS THAN TA-Numero
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Tareas NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF TA-Tipo = "REPOS" AND
                               (TA-Estado = "PENDIENTE" OR
                               TA-Estado = "ENVIADA") AND
                               WS-PDUsados < 500 THEN
                           ADD 1 TO WS-PDUsados
                           MOVE TA-Product-ID TO
                               WS-PD-Product-ID(WS-PDUsados)
                           MOVE TA-Cantidad TO
                               WS-PD-Cantidad(WS-PDUsados)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Reponer-Cara.
           MOVE CP-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM Evaluar-Cara
           END-READ
       EXIT.


      *> Se repone cuando el nivel de la cara mas lo que ya esta en
      *> camino toca el minimo o no cubre la demanda pedida, hasta
      *> el maximo (o la demanda, si es mayor).
       Evaluar-Cara.
           MOVE CP-Ubicacion TO WS-UbicCara
           PERFORM Calcular-Nivel-Cara
           MOVE 0 TO WS-PendienteProd
           PERFORM VARYING WS-PD-Idx FROM 1 BY 1
                   UNTIL WS-PD-Idx > WS-PDUsados
               IF WS-PD-Product-ID(WS-PD-Idx) = CP-Product-ID THEN
                   ADD WS-PD-Cantidad(WS-PD-Idx) TO WS-PendienteProd
               END-IF
           END-PERFORM
           COMPUTE WS-Nivel = WS-NivelCara + WS-PendienteProd
           MOVE CP-Maximo TO WS-Objetivo
           IF WS-Demanda > WS-Objetivo THEN
               MOVE WS-Demanda TO WS-Objetivo
           END-IF
           IF (WS-Nivel <= CP-Minimo OR WS-Nivel < WS-Demanda) AND
                   WS-Nivel < WS-Objetivo AND WS-Reserva > 0 THEN
               COMPUTE WS-Faltante = WS-Objetivo - WS-Nivel
               PERFORM Armar-Candidatos
               PERFORM Ordenar-Candidatos
               PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                       UNTIL WS-CA-Idx > WS-CAUsados
                       OR WS-Faltante = 0
                   PERFORM Generar-Tarea
               END-PERFORM
           END-IF
       EXIT.


       Armar-Candidatos.
           MOVE 0 TO WS-CAUsados
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 5
               MOVE 0 TO WS-Suelto(WS-Idx)
           END-PERFORM
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF WS-Idx NOT = WS-IdxCara THEN
                   MOVE P-UbicStock(WS-Idx) TO WS-Suelto(WS-Idx)
               END-IF
           END-PERFORM
           IF WS-PalletsAbierto = 'S' THEN
               PERFORM Buscar-Pallets-Reserva
           END-IF
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF WS-Suelto(WS-Idx) > 0 AND WS-CAUsados < 20 THEN
                   ADD 1 TO WS-CAUsados
                   MOVE P-UbicNombre(WS-Idx) TO
                       WS-CA-Ubicacion(WS-CAUsados)
                   MOVE 0 TO WS-CA-Pallet(WS-CAUsados)
                   MOVE SPACES TO WS-CA-Lote(WS-CAUsados)
                   MOVE 99999999 TO WS-CA-Fecha(WS-CAUsados)
                   MOVE WS-Suelto(WS-Idx) TO
                       WS-CA-Cantidad(WS-CAUsados)
               END-IF
           END-PERFORM
       EXIT.


      *> Lineas del producto en pallets ARMADO que estan en alguno
      *> de sus renglones de reserva; lo que cubren se descuenta de
      *> lo suelto del renglon.
       Buscar-Pallets-Reserva.
           MOVE 0 TO WS-PalletLeido
           MOVE 'N' TO WS-PalletArmado
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
       EXIT.


       Evaluar-Linea-Pallet.
           IF PL-Linea = 0 THEN
               MOVE PL-Numero TO WS-PalletLeido
               MOVE PL-Ubicacion TO WS-PalletUbic
               IF PL-Estado = "ARMADO" THEN
                   MOVE 'S' TO WS-PalletArmado
               ELSE
                   MOVE 'N' TO WS-PalletArmado
               END-IF
           ELSE
               IF PL-Numero = WS-PalletLeido AND
                       WS-PalletArmado = 'S' AND
                       PL-Product-ID = Product-ID THEN
                   PERFORM VARYING WS-Idx FROM 1 BY 1
                           UNTIL WS-Idx > P-NumUbicaciones
                       IF WS-Idx NOT = WS-IdxCara AND
                               P-UbicNombre(WS-Idx) = WS-PalletUbic
                               AND WS-Suelto(WS-Idx) > 0 THEN
                           PERFORM Anotar-Pallet
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
       EXIT.


       Anotar-Pallet.
           IF WS-CAUsados < 20 THEN
               ADD 1 TO WS-CAUsados
               MOVE WS-PalletUbic TO WS-CA-Ubicacion(WS-CAUsados)
               MOVE PL-Numero TO WS-CA-Pallet(WS-CAUsados)
               MOVE PL-Lote TO WS-CA-Lote(WS-CAUsados)
               MOVE PL-Fecha-Alta TO WS-CA-Fecha(WS-CAUsados)
               IF PL-Cantidad < WS-Suelto(WS-Idx) THEN
                   MOVE PL-Cantidad TO WS-CA-Cantidad(WS-CAUsados)
               ELSE
                   MOVE WS-Suelto(WS-Idx) TO
                       WS-CA-Cantidad(WS-CAUsados)
               END-IF
               SUBTRACT WS-CA-Cantidad(WS-CAUsados)
                   FROM WS-Suelto(WS-Idx)
           END-IF
       EXIT.


      *> El lote mas viejo sale primero.
       Ordenar-Candidatos.
           PERFORM VARYING WS-CA-Idx FROM 1 BY 1
                   UNTIL WS-CA-Idx > WS-CAUsados
               PERFORM VARYING WS-CA-J FROM 1 BY 1
                       UNTIL WS-CA-J > WS-CAUsados - WS-CA-Idx
                   IF WS-CA-Fecha(WS-CA-J) >
                           WS-CA-Fecha(WS-CA-J + 1) THEN
                       MOVE WS-CA-Entry(WS-CA-J) TO WS-CA-Aux
                       MOVE WS-CA-Entry(WS-CA-J + 1)
                           TO WS-CA-Entry(WS-CA-J)
                       MOVE WS-CA-Aux
                           TO WS-CA-Entry(WS-CA-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.


       Generar-Tarea.
           IF WS-CA-Cantidad(WS-CA-Idx) < WS-Faltante THEN
               MOVE WS-CA-Cantidad(WS-CA-Idx) TO WS-Cantidad
           ELSE
               MOVE WS-Faltante TO WS-Cantidad
           END-IF
           SUBTRACT WS-Cantidad FROM WS-Faltante
           ACCEPT WS-HoraActual FROM TIME
           INITIALIZE TA-Rec
           MOVE WS-ProximoNumero TO TA-Numero
           MOVE "REPOS" TO TA-Tipo
           MOVE "PENDIENTE" TO TA-Estado
           MOVE Product-ID TO TA-Product-ID
           MOVE WS-CA-Lote(WS-CA-Idx) TO TA-Lote
           MOVE WS-CA-Pallet(WS-CA-Idx) TO TA-Pallet
           MOVE WS-CA-Ubicacion(WS-CA-Idx) TO TA-Desde
           MOVE CP-Ubicacion TO TA-Hacia
           MOVE WS-Cantidad TO TA-Cantidad
           MOVE WS-HoyNum TO TA-Fecha-Alta
           MOVE WS-HoraActual(1:6) TO TA-Hora-Alta
           MOVE WS-Usuario TO TA-Usuario
           IF WS-Demanda > 0 OR WS-NivelCara = 0 THEN
               MOVE 1 TO TA-Prioridad
           ELSE
               MOVE 3 TO TA-Prioridad
           END-IF
           UNSTRING TA-Desde DELIMITED BY "-" INTO TA-Zona
           WRITE TA-Rec
           ADD 1 TO WS-ProximoNumero
           ADD 1 TO WS-Generadas
           MOVE 0 TO TA-Numero
           READ Tareas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ProximoNumero TO TA-Proximo-Numero
                   REWRITE TA-Rec
           END-READ
       EXIT.


       Listar-Pendientes.
           PERFORM Abrir-Tareas
           IF WS-TareasStatus = "00" THEN
               DISPLAY "--- Tareas de reposicion pendientes ---"
               MOVE 1 TO TA-Numero
               START Tareas KEY IS NOT LESS THAN TA-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tareas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TA-Tipo = "REPOS" AND
                                   (TA-Estado = "PENDIENTE" OR
                                   TA-Estado = "ENVIADA") THEN
                               DISPLAY TA-Numero ") " TA-Product-ID
                                   " " TA-Cantidad " de "
                                   FUNCTION TRIM(TA-Desde) " a "
                                   FUNCTION TRIM(TA-Hacia)
                                   " lote " TA-Lote " pallet "
                                   TA-Pallet " " TA-Operador
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tareas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


      *> La confirmacion postea el TRASLA de reserva a cara con la
      *> cantidad realmente movida. Antes de sumar, el renglon de
      *> la cara se lleva al nivel calculado (lo pickeado no pasa
      *> por el desglose), asi el desglose vuelve a cerrar con el
      *> stock total.
       Confirmar-Tarea.
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
                       IF TA-Tipo = "REPOS" AND
                               (TA-Estado = "PENDIENTE" OR
                               TA-Estado = "ENVIADA") THEN
                           PERFORM Capturar-Confirmacion
                       ELSE
                           DISPLAY "La tarea no es una reposicion "
                               "pendiente (" TA-Estado ")."
                       END-IF
               END-READ
               CLOSE Tareas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Capturar-Confirmacion.
           DISPLAY TA-Product-ID " " TA-Cantidad " de "
               FUNCTION TRIM(TA-Desde) " a " FUNCTION TRIM(TA-Hacia)
           DISPLAY "Cantidad movida (Enter = " TA-Cantidad
               ", 0 = anular la tarea): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux = SPACES THEN
               MOVE TA-Cantidad TO WS-Cantidad
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Cantidad
               ELSE
                   MOVE TA-Cantidad TO WS-Cantidad
               END-IF
           END-IF
           PERFORM Postear-Confirmacion
       EXIT.


       Confirmar-Desde-Handheld.
           MOVE 'N' TO WS-Posteada
           PERFORM Abrir-Tareas
           IF WS-TareasStatus NOT = "00" THEN
               CALL "Errores" USING WS-TareasStatus
           ELSE
               MOVE LK-Tarea TO TA-Numero
               READ Tareas
                   INVALID KEY
                       DISPLAY "Tarea " LK-Tarea " no encontrada."
                   NOT INVALID KEY
                       IF TA-Tipo = "REPOS" AND
                               (TA-Estado = "PENDIENTE" OR
                               TA-Estado = "ENVIADA") THEN
                           MOVE LK-Cantidad TO WS-Cantidad
                           PERFORM Postear-Confirmacion
                       ELSE
                           DISPLAY "La tarea " LK-Tarea " no es una "
                               "reposicion abierta (" TA-Estado ")."
                       END-IF
               END-READ
               CLOSE Tareas
           END-IF
       EXIT.


       Postear-Confirmacion.
           MOVE 'N' TO WS-Posteada
           IF WS-Cantidad = 0 THEN
               MOVE "ANULADA" TO TA-Estado
               PERFORM Cerrar-Tarea
               MOVE 'S' TO WS-Posteada
               DISPLAY "Tarea anulada."
           ELSE
               OPEN I-O Productos
               IF WS-ProductosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-ProductosStatus
               ELSE
                   MOVE TA-Product-ID TO Product-ID
                   READ Productos INTO Product KEY IS Product-ID
                       INVALID KEY
                           DISPLAY "Producto no encontrado."
                       NOT INVALID KEY
                           PERFORM Validar-Reposicion
                   END-READ
                   CLOSE Productos
               END-IF
           END-IF
       EXIT.


       Validar-Reposicion.
           MOVE TA-Hacia TO WS-UbicCara
           PERFORM Calcular-Nivel-Cara
           MOVE 0 TO WS-IdxDesde
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > P-NumUbicaciones
               IF P-UbicNombre(WS-Idx) = TA-Desde THEN
                   MOVE WS-Idx TO WS-IdxDesde
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IdxDesde = 0
                   DISPLAY "La ubicacion de reserva ya no figura "
                       "en el desglose."
               WHEN P-UbicStock(WS-IdxDesde) < WS-Cantidad
                   DISPLAY "Saldo insuficiente en la reserva ("
                       P-UbicStock(WS-IdxDesde) ")."
               WHEN WS-IdxCara = 0 AND P-NumUbicaciones >= 5
                   DISPLAY "No quedan renglones libres para la "
                       "cara."
               WHEN OTHER
                   CALL "Bloqueos" USING 1, Product-ID,
                       WS-Usuario, WS-LockOk
                   IF WS-LockOk = 'S' THEN
                       PERFORM Aplicar-Reposicion
                       CALL "Bloqueos" USING 2, Product-ID,
                           WS-Usuario, WS-LockOk
                   END-IF
           END-EVALUATE
       EXIT.


       Aplicar-Reposicion.
           IF WS-IdxCara = 0 THEN
               ADD 1 TO P-NumUbicaciones
               MOVE P-NumUbicaciones TO WS-IdxCara
               MOVE TA-Hacia TO P-UbicNombre(WS-IdxCara)
           END-IF
           MOVE WS-NivelCara TO P-UbicStock(WS-IdxCara)
           SUBTRACT WS-Cantidad FROM P-UbicStock(WS-IdxDesde)
           ADD WS-Cantidad TO P-UbicStock(WS-IdxCara)
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO Dia-Modificacion
           MOVE WS-Fecha(5:2) TO Mes-Modificacion
           MOVE WS-Fecha(1:4) TO Ano-Modificacion
           ADD WS-Year TO Ano-Modificacion GIVING Ano-Modificacion
           MOVE WS-Usuario TO P-Usuario
           REWRITE Product
           IF WS-ProductosStatus = "00" THEN
               PERFORM Registrar-Movimiento
               MOVE "CONFIRMADA" TO TA-Estado
               MOVE WS-Cantidad TO TA-Cantidad-Confirmada
               PERFORM Cerrar-Tarea
               MOVE 'S' TO WS-Posteada
               IF TA-Pallet > 0 THEN
                   CALL "Pallets" USING 3, TA-Pallet, TA-Product-ID,
                       TA-Lote, WS-Cantidad, SPACES, WS-Usuario,
                       WS-PalletRes
               END-IF
               DISPLAY "Reposicion confirmada: cara "
                   FUNCTION TRIM(TA-Hacia) " con "
                   P-UbicStock(WS-IdxCara) "."
           ELSE
               CALL "Errores" USING WS-ProductosStatus
           END-IF
       EXIT.


       Cerrar-Tarea.
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoyNum TO TA-Fecha-Cierre
           MOVE WS-HoraActual(1:6) TO TA-Hora-Cierre
           REWRITE TA-Rec
       EXIT.


      *> Una cara quedo vacia cuando, despues de una salida del
      *> dia, el stock total no alcanzo a cubrir la reserva de ese
      *> momento. La reserva a cada hora es la actual mas lo que
      *> las reposiciones confirmadas despues de esa hora le
      *> sacaron.
       Informe-Caras-Vacias.
           PERFORM Cargar-Confirmadas-Hoy
           MOVE 0 TO WS-CarasVacias
           PERFORM Abrir-Caras
           OPEN INPUT Productos
           OPEN INPUT Movimientos
           IF WS-CarasStatus NOT = "00" OR
                   WS-ProductosStatus NOT = "00" OR
                   WS-MovStatus NOT = "00" THEN
               DISPLAY "No hay caras de picking o movimientos para "
                   "analizar."
           ELSE
               MOVE SPACES TO WS-ParamInf
               STRING "fecha " WS-HoyNum
                   DELIMITED BY SIZE INTO WS-ParamInf
               CALL "Registro-Informes" USING 1, WS-CodigoInf,
                   WS-Usuario, WS-ParamInf, WS-NombreInforme
               OPEN OUTPUT Informe
               IF WS-InformeStatus NOT = "00" THEN
                   CALL "Errores" USING WS-InformeStatus
               ELSE
                   MOVE SPACES TO WS-Linea
                   STRING "CARAS DE PICKING QUE QUEDARON VACIAS - "
                       WS-HoyNum(7:2) "/" WS-HoyNum(5:2) "/"
                       WS-HoyNum(1:4) DELIMITED BY SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Linea
                   PERFORM Escribir-Linea
                   STRING "CARA                 PRODUCTO   NOMBRE"
                       "                         VACIA A   POR"
                       "        MIN     MAX"
                       DELIMITED BY SIZE INTO WS-Linea
                   PERFORM Escribir-Linea
                   MOVE LOW-VALUES TO CP-Product-ID
                   START Caras KEY IS NOT LESS THAN CP-Product-ID
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-Caras
                       NOT INVALID KEY
                           MOVE 'N' TO WS-EOF-Caras
                   END-START
                   PERFORM UNTIL WS-EOF-Caras = 'Y'
                       READ Caras NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-Caras
                           NOT AT END
                               PERFORM Analizar-Cara
                       END-READ
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-Caras
                   PERFORM Escribir-Linea
                   MOVE WS-CarasVacias TO WS-CantidadEd
                   STRING "Caras que quedaron vacias: "
                       WS-CantidadEd DELIMITED BY SIZE
                       INTO WS-Linea
                   PERFORM Escribir-Linea
                   CLOSE Informe
                   DISPLAY "Informe generado: " WS-NombreInforme
               END-IF
           END-IF
           CLOSE Movimientos
           CLOSE Productos
           CLOSE Caras
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Cargar-Confirmadas-Hoy.
           MOVE 0 TO WS-CFUsados
           PERFORM Abrir-Tareas
           IF WS-TareasStatus = "00" THEN
               MOVE 1 TO TA-Numero
               START Tareas KEY IS NOT LESS THAN TA-Numero
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Tareas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF TA-Tipo = "REPOS" AND
                                   TA-Estado = "CONFIRMADA" AND
                                   TA-Fecha-Cierre = WS-HoyNum AND
                                   WS-CFUsados < 500 THEN
                               ADD 1 TO WS-CFUsados
                               MOVE TA-Product-ID TO
                                   WS-CF-Product-ID(WS-CFUsados)
                               MOVE TA-Hora-Cierre TO
                                   WS-CF-Hora(WS-CFUsados)
                               MOVE TA-Cantidad-Confirmada TO
                                   WS-CF-Cantidad(WS-CFUsados)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Tareas
           END-IF
       EXIT.


       Analizar-Cara.
           MOVE CP-Product-ID TO Product-ID
           READ Productos INTO Product KEY IS Product-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-Ubicacion TO WS-UbicCara
                   PERFORM Calcular-Nivel-Cara
                   PERFORM Recorrer-Movimientos-Hoy
                   IF WS-VaciaHora NOT = 999999 THEN
                       PERFORM Informar-Cara-Vacia
                   END-IF
           END-READ
       EXIT.


       Recorrer-Movimientos-Hoy.
           MOVE 999999 TO WS-VaciaHora
           MOVE SPACES TO WS-VaciaOper
           MOVE Product-ID TO MOV-Product-ID
           MOVE WS-HoyNum TO MOV-Fecha
           MOVE 0 TO MOV-HH
           MOVE 0 TO MOV-MM
           MOVE 0 TO MOV-SS
           MOVE 0 TO MOV-Secuencia
           START Movimientos KEY IS NOT LESS THAN MOV-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Mov
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Mov
           END-START
           PERFORM UNTIL WS-EOF-Mov = 'Y'
               READ Movimientos NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Mov
                   NOT AT END
                       IF MOV-Product-ID NOT = Product-ID OR
                               MOV-Fecha NOT = WS-HoyNum THEN
                           MOVE 'Y' TO WS-EOF-Mov
                       ELSE
                           PERFORM Evaluar-Salida
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Mov
       EXIT.


       Evaluar-Salida.
           IF MOV-Stock-Despues < MOV-Stock-Antes THEN
               MOVE MOV-Hora TO WS-HoraMov
               MOVE WS-Reserva TO WS-ReservaHora
               PERFORM VARYING WS-CF-Idx FROM 1 BY 1
                       UNTIL WS-CF-Idx > WS-CFUsados
                   IF WS-CF-Product-ID(WS-CF-Idx) = Product-ID AND
                           WS-CF-Hora(WS-CF-Idx) > WS-HoraMov THEN
                       ADD WS-CF-Cantidad(WS-CF-Idx)
                           TO WS-ReservaHora
                   END-IF
               END-PERFORM
               IF MOV-Stock-Despues <= WS-ReservaHora THEN
                   MOVE WS-HoraMov TO WS-VaciaHora
                   MOVE MOV-Operacion TO WS-VaciaOper
                   MOVE 'Y' TO WS-EOF-Mov
               END-IF
           END-IF
       EXIT.


       Informar-Cara-Vacia.
           ADD 1 TO WS-CarasVacias
           MOVE CP-Minimo TO WS-MinimoEd
           MOVE CP-Maximo TO WS-MaximoEd
           MOVE CP-Ubicacion TO WS-Linea(1:21)
           MOVE Product-ID TO WS-Linea(22:11)
           MOVE P-Nombre TO WS-Linea(33:31)
           STRING WS-VaciaHora(1:2) ":" WS-VaciaHora(3:2) ":"
               WS-VaciaHora(5:2) DELIMITED BY SIZE
               INTO WS-Linea(64:10)
           MOVE WS-VaciaOper TO WS-Linea(74:7)
           MOVE WS-MinimoEd TO WS-Linea(81:8)
           MOVE WS-MaximoEd TO WS-Linea(89:8)
           PERFORM Escribir-Linea
       EXIT.


      *> La reposicion no cambia el stock total: queda en el
      *> diario como TRASLA de la reserva a la cara.
       Registrar-Movimiento.
           MOVE Product-ID TO MOV-Product-ID
           MOVE "TRASLA" TO MOV-Operacion
           MOVE WS-Usuario TO MOV-Usuario
           ACCEPT WS-Fecha FROM DATE
           MOVE WS-Fecha(7:2) TO MOV-Dia
           MOVE WS-Fecha(5:2) TO MOV-Mes
           MOVE WS-Fecha(1:4) TO MOV-Ano
           ADD WS-Year TO MOV-Ano GIVING MOV-Ano
           ACCEPT WS-HoraActual FROM TIME
           MOVE WS-HoraActual(1:2) TO MOV-HH
           MOVE WS-HoraActual(3:2) TO MOV-MM
           MOVE WS-HoraActual(5:2) TO MOV-SS
           MOVE P-Stock TO MOV-Stock-Antes
           MOVE P-Stock TO MOV-Stock-Despues
           MOVE P-Precio-Unitario TO MOV-Precio-Antes
           MOVE P-Precio-Unitario TO MOV-Precio-Despues
           MOVE TA-Desde TO MOV-Categoria-Antes
           MOVE TA-Hacia TO MOV-Categoria-Despues
           CALL "Movimiento" USING Mov-Rec
       EXIT.


       Escribir-Linea.
           MOVE WS-Linea TO Inf-Linea
           WRITE Inf-Linea
           DISPLAY WS-Linea
           MOVE SPACES TO WS-Linea
       EXIT.
