       IDENTIFICATION DIVISION.
       PROGRAM-ID. Vehiculos AS "Vehiculos".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vehiculos ASSIGN TO 'Vehiculos.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-Codigo
               FILE STATUS IS WS-VehiculosStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Vehiculos.
           COPY VEHICULO.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-VehiculosStatus   PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Codigo                PIC X(10).
           01 WS-Campo                 PIC 9(2).
           01 WS-Confirmar             PIC X(1).

       LINKAGE SECTION.
      *> Flag 1: lee el vehiculo LK-VH-Codigo; 'S' en LK-Resultado
      *>         si existe y esta en servicio, con el registro en
      *>         LK-VH-Rec.
      *> Otro valor: mantenimiento de la flota.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Resultado             PIC X(1).
           COPY VEHICULO REPLACING LEADING ==VH-== BY ==LK-VH-==.

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Resultado,
               LK-VH-Rec.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Leer-Vehiculo-LK
               WHEN OTHER
                   PERFORM Menu-Vehiculos
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Vehiculos.
           OPEN I-O Vehiculos
           IF WS-VehiculosStatus = "35" THEN
               CLOSE Vehiculos
               OPEN OUTPUT Vehiculos
               CLOSE Vehiculos
               OPEN I-O Vehiculos
           END-IF
       EXIT.


       Leer-Vehiculo-LK.
           MOVE 'N' TO LK-Resultado
           OPEN INPUT Vehiculos
           IF WS-VehiculosStatus = "00" THEN
               MOVE FUNCTION UPPER-CASE(LK-VH-Codigo) TO VH-Codigo
               READ Vehiculos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VH-Estado NOT = 'I' THEN
                           MOVE VH-Rec TO LK-VH-Rec
                           MOVE 'S' TO LK-Resultado
                       END-IF
               END-READ
               CLOSE Vehiculos
           END-IF
       EXIT.


       Menu-Vehiculos.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Vehiculos de reparto -------"
               DISPLAY "1. Listar la flota"
               DISPLAY "2. Alta de vehiculo"
               DISPLAY "3. Editar un vehiculo"
               DISPLAY "4. Fuera de servicio / reactivar"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Listar-Vehiculos
                   WHEN 2
                       PERFORM Alta-Vehiculo
                   WHEN 3
                       PERFORM Editar-Vehiculo
                   WHEN 4
                       PERFORM Cambiar-Estado
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Listar-Vehiculos.
           OPEN INPUT Vehiculos
           IF WS-VehiculosStatus NOT = "00" THEN
               DISPLAY "No hay vehiculos registrados."
           ELSE
               MOVE LOW-VALUES TO VH-Codigo
               START Vehiculos KEY IS NOT LESS THAN VH-Codigo
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Flota de reparto ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Vehiculos NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Mostrar-Linea-Vehiculo
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Vehiculos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mostrar-Linea-Vehiculo.
           DISPLAY VH-Codigo " " VH-Descripcion " chofer "
               FUNCTION TRIM(VH-Chofer)
           DISPLAY "    capacidad " VH-Capacidad-Kg " kg / "
               VH-Capacidad-M3 " m3"
           IF VH-Estado = 'I' THEN
               DISPLAY "    (fuera de servicio)"
           END-IF
       EXIT.


       Pedir-Codigo.
           DISPLAY "Patente del vehiculo: "
           MOVE SPACES TO WS-Codigo
           ACCEPT WS-Codigo
           MOVE FUNCTION UPPER-CASE(WS-Codigo) TO WS-Codigo
       EXIT.


       Alta-Vehiculo.
           PERFORM Abrir-Vehiculos
           IF WS-VehiculosStatus NOT = "00" THEN
               CALL "Errores" USING WS-VehiculosStatus
           ELSE
               PERFORM Pedir-Codigo
               IF WS-Codigo = SPACES THEN
                   DISPLAY "Patente no valida."
               ELSE
                   MOVE WS-Codigo TO VH-Codigo
                   READ Vehiculos
                       INVALID KEY
                           PERFORM Grabar-Vehiculo-Nuevo
                       NOT INVALID KEY
                           DISPLAY "El vehiculo ya existe."
                   END-READ
               END-IF
               CLOSE Vehiculos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Grabar-Vehiculo-Nuevo.
           INITIALIZE VH-Rec
           MOVE WS-Codigo TO VH-Codigo
           DISPLAY "Descripcion: "
           ACCEPT VH-Descripcion
           DISPLAY "Chofer habitual: "
           ACCEPT VH-Chofer
           PERFORM Capturar-Capacidad-Kg
           PERFORM Capturar-Capacidad-M3
           MOVE 'A' TO VH-Estado
           MOVE WS-Usuario TO VH-Usuario
           WRITE VH-Rec
           IF WS-VehiculosStatus = "00" THEN
               DISPLAY "Vehiculo registrado."
           ELSE
               CALL "Errores" USING WS-VehiculosStatus
           END-IF
       EXIT.


       Capturar-Capacidad-Kg.
           DISPLAY "Capacidad de carga en kg (0 = sin tope): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO VH-Capacidad-Kg
           ELSE
               MOVE 0 TO VH-Capacidad-Kg
           END-IF
       EXIT.


       Capturar-Capacidad-M3.
           DISPLAY "Capacidad de carga en m3 (0 = sin tope): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE FUNCTION NUMVAL(WS-Aux) TO VH-Capacidad-M3
           ELSE
               MOVE 0 TO VH-Capacidad-M3
           END-IF
       EXIT.


       Editar-Vehiculo.
           PERFORM Abrir-Vehiculos
           IF WS-VehiculosStatus NOT = "00" THEN
               CALL "Errores" USING WS-VehiculosStatus
           ELSE
               PERFORM Pedir-Codigo
               MOVE WS-Codigo TO VH-Codigo
               READ Vehiculos
                   INVALID KEY
                       DISPLAY "El vehiculo no existe."
                   NOT INVALID KEY
                       PERFORM Editar-Cargado
               END-READ
               CLOSE Vehiculos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Editar-Cargado.
           PERFORM Mostrar-Linea-Vehiculo
           MOVE 99 TO WS-Campo
           PERFORM UNTIL WS-Campo = 0
               DISPLAY "---- Campos del vehiculo ----"
               DISPLAY "1. Descripcion"
               DISPLAY "2. Chofer habitual"
               DISPLAY "3. Capacidad en kg"
               DISPLAY "4. Capacidad en m3"
               DISPLAY "0. Finalizar edicion"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-Campo
               EVALUATE WS-Campo
                   WHEN 1
                       DISPLAY "Descripcion: "
                       ACCEPT VH-Descripcion
                   WHEN 2
                       DISPLAY "Chofer habitual: "
                       ACCEPT VH-Chofer
                   WHEN 3
                       PERFORM Capturar-Capacidad-Kg
                   WHEN 4
                       PERFORM Capturar-Capacidad-M3
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE WS-Usuario TO VH-Usuario
           REWRITE VH-Rec
           IF WS-VehiculosStatus = "00" THEN
               DISPLAY "Vehiculo actualizado."
           ELSE
               CALL "Errores" USING WS-VehiculosStatus
           END-IF
       EXIT.


       Cambiar-Estado.
           PERFORM Abrir-Vehiculos
           IF WS-VehiculosStatus NOT = "00" THEN
               CALL "Errores" USING WS-VehiculosStatus
           ELSE
               PERFORM Pedir-Codigo
               MOVE WS-Codigo TO VH-Codigo
               READ Vehiculos
                   INVALID KEY
                       DISPLAY "El vehiculo no existe."
                   NOT INVALID KEY
                       IF VH-Estado = 'I' THEN
                           MOVE 'A' TO VH-Estado
                           DISPLAY "Vehiculo de nuevo en servicio."
                       ELSE
                           MOVE 'I' TO VH-Estado
                           DISPLAY "Vehiculo fuera de servicio; no "
                               "se ofrece en los despachos."
                       END-IF
                       MOVE WS-Usuario TO VH-Usuario
                       REWRITE VH-Rec
               END-READ
               CLOSE Vehiculos
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.
