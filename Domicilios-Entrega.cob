       IDENTIFICATION DIVISION.
       PROGRAM-ID. Domicilios-Entrega AS "Domicilios-Entrega".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Domicilios ASSIGN TO 'Domicilios.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-Clave
               FILE STATUS IS WS-DomiciliosStatus.

           SELECT Zonas ASSIGN TO 'Zonas.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZN-Codigo
               FILE STATUS IS WS-ZonasStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  Domicilios.
           COPY DOMICILIO.

       FD  Zonas.
           COPY ZONA.

       WORKING-STORAGE SECTION.
           01 WS-Control.
               05 WS-DomiciliosStatus  PIC XX.
               05 WS-ZonasStatus       PIC XX.
               05 WS-EOF-Flag          PIC X(1) VALUE 'N'.

           01 WS-opcion                PIC 9(2).
           01 WS-flag                  PIC 9(1) VALUE 0.
           01 WS-EnterT                PIC X(1).
           01 WS-Aux                   PIC X(20).
           01 WS-Usuario               PIC X(10).
           01 WS-Cliente               PIC X(10).
           01 WS-ClienteNombre         PIC X(50).
           01 WS-ClienteOk             PIC X(1).
           01 WS-ValorDummy            PIC 9(13)V99.
           01 WS-Codigo                PIC 9(3).
           01 WS-Propuesto             PIC 9(3).
           01 WS-Primero               PIC 9(3).
           01 WS-Cantidad              PIC 9(3).
           01 WS-SoloActivos           PIC X(1).
           01 WS-Campo                 PIC 9(2).
           01 WS-Confirmar             PIC X(1).
           01 WS-ZonaOk                PIC X(1).
           01 WS-Zona                  PIC X(5).
           01 WS-DiasTexto             PIC X(21).
           01 WS-DiasEntrada           PIC X(7).
           01 WS-DiaSemana             PIC 9(1).
           01 WS-I                     PIC 9(1).
           01 WS-J                     PIC 9(2).
           01 WS-NombresDias           PIC X(14) VALUE "LUMAMIJUVISADO".
           01 WS-LetrasDias            PIC X(7) VALUE "LMXJVSD".

       LINKAGE SECTION.
      *> Flag 1: elige un domicilio de entrega del cliente
      *>         LK-DM-Cliente; se propone LK-DM-Codigo (o el
      *>         primero activo si viene en 0). Deja el domicilio en
      *>         LK-Domicilio y 'S' en LK-Resultado; 'N' si el
      *>         cliente no tiene domicilios cargados.
      *> Flag 2: lee el domicilio LK-DM-Cliente / LK-DM-Codigo; 'S'
      *>         si existe.
      *> Flag 3: 'S' si el reparto de la zona LK-DM-Zona sale el
      *>         dia LK-Fecha (AAAAMMDD); una zona inexistente o sin
      *>         dias marcados no restringe. Con 'N' muestra los
      *>         dias de la zona.
      *> Otro valor: mantenimiento de domicilios y zonas.
           01 LK-Flag                  PIC 9(2).
           01 LK-Usuario               PIC X(10).
           01 LK-Resultado             PIC X(1).
           01 LK-Fecha                 PIC 9(8).
           COPY DOMICILIO REPLACING LEADING ==DM-== BY ==LK-DM-==.

       PROCEDURE DIVISION USING LK-Flag, LK-Usuario, LK-Resultado,
               LK-Fecha, LK-DM-Rec.
       MAIN-PROCEDURE.
           MOVE LK-Usuario TO WS-Usuario
           EVALUATE LK-Flag
               WHEN 1
                   PERFORM Elegir-Domicilio-LK
               WHEN 2
                   PERFORM Leer-Domicilio-LK
               WHEN 3
                   PERFORM Verificar-Dia-LK
               WHEN OTHER
                   PERFORM Menu-Domicilios
           END-EVALUATE
       EXIT PROGRAM.


       Abrir-Domicilios.
           OPEN I-O Domicilios
           IF WS-DomiciliosStatus = "35" THEN
               CLOSE Domicilios
               OPEN OUTPUT Domicilios
               CLOSE Domicilios
               OPEN I-O Domicilios
           END-IF
       EXIT.


       Abrir-Zonas.
           OPEN I-O Zonas
           IF WS-ZonasStatus = "35" THEN
               CLOSE Zonas
               OPEN OUTPUT Zonas
               CLOSE Zonas
               OPEN I-O Zonas
           END-IF
       EXIT.


       Elegir-Domicilio-LK.
           MOVE 'N' TO LK-Resultado
           MOVE LK-DM-Cliente TO WS-Cliente
           MOVE LK-DM-Codigo TO WS-Propuesto
           OPEN INPUT Domicilios
           IF WS-DomiciliosStatus = "00" THEN
               MOVE 'S' TO WS-SoloActivos
               PERFORM Listar-Domicilios-Cliente
               IF WS-Cantidad > 0 THEN
                   IF WS-Propuesto = 0 THEN
                       MOVE WS-Primero TO WS-Propuesto
                   END-IF
                   PERFORM UNTIL LK-Resultado = 'S'
                       PERFORM Pedir-Domicilio-Elegido
                   END-PERFORM
               END-IF
               CLOSE Domicilios
           END-IF
       EXIT.


       Pedir-Domicilio-Elegido.
           DISPLAY "Domicilio de entrega (Enter = " WS-Propuesto
               "): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           MOVE WS-Propuesto TO WS-Codigo
           IF WS-Aux NOT = SPACES THEN
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Codigo
               ELSE
                   MOVE 0 TO WS-Codigo
               END-IF
           END-IF
           MOVE WS-Cliente TO DM-Cliente
           MOVE WS-Codigo TO DM-Codigo
           READ Domicilios
               INVALID KEY
                   DISPLAY "Domicilio no valido."
               NOT INVALID KEY
                   IF DM-Estado = 'I' THEN
                       DISPLAY "El domicilio esta dado de baja."
                   ELSE
                       MOVE DM-Rec TO LK-DM-Rec
                       MOVE 'S' TO LK-Resultado
                   END-IF
           END-READ
       EXIT.


       Leer-Domicilio-LK.
           MOVE 'N' TO LK-Resultado
           OPEN INPUT Domicilios
           IF WS-DomiciliosStatus = "00" THEN
               MOVE LK-DM-Cliente TO DM-Cliente
               MOVE LK-DM-Codigo TO DM-Codigo
               READ Domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-Rec TO LK-DM-Rec
                       MOVE 'S' TO LK-Resultado
               END-READ
               CLOSE Domicilios
           END-IF
       EXIT.


      *> Los dias de la semana se cuentan desde el 01/01/1601, que
      *> fue lunes: el resto de dividir por 7 da la posicion en
      *> ZN-Dias.
       Verificar-Dia-LK.
           MOVE 'S' TO LK-Resultado
           IF LK-DM-Zona NOT = SPACES AND
                   FUNCTION TEST-DATE-YYYYMMDD(LK-Fecha) = 0 THEN
               OPEN INPUT Zonas
               IF WS-ZonasStatus = "00" THEN
                   MOVE LK-DM-Zona TO ZN-Codigo
                   READ Zonas
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM Evaluar-Dia-Zona
                   END-READ
                   CLOSE Zonas
               END-IF
           END-IF
       EXIT.


       Evaluar-Dia-Zona.
           IF ZN-Dias NOT = SPACES THEN
               COMPUTE WS-DiaSemana = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(LK-Fecha) - 1, 7) + 1
               IF ZN-Dias(WS-DiaSemana:1) NOT = 'S' THEN
                   MOVE 'N' TO LK-Resultado
                   PERFORM Armar-Dias-Texto
                   DISPLAY "El reparto a la zona "
                       FUNCTION TRIM(ZN-Codigo) " sale los dias: "
                       FUNCTION TRIM(WS-DiasTexto)
               END-IF
           END-IF
       EXIT.


       Armar-Dias-Texto.
           MOVE SPACES TO WS-DiasTexto
           MOVE 1 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               IF ZN-Dias(WS-I:1) = 'S' THEN
                   MOVE WS-NombresDias((WS-I * 2) - 1:2)
                       TO WS-DiasTexto(WS-J:2)
                   ADD 3 TO WS-J
               END-IF
           END-PERFORM
           IF WS-DiasTexto = SPACES THEN
               MOVE "TODOS" TO WS-DiasTexto
           END-IF
       EXIT.


       Menu-Domicilios.
           PERFORM UNTIL WS-flag = 1
               DISPLAY "------- Domicilios de Entrega y Zonas -------"
               DISPLAY "1. Domicilios de un cliente"
               DISPLAY "2. Alta de domicilio"
               DISPLAY "3. Editar un domicilio"
               DISPLAY "4. Desactivar / reactivar domicilio"
               DISPLAY "5. Listar zonas de reparto"
               DISPLAY "6. Alta o edicion de zona (dias de reparto)"
               DISPLAY "0. Volver al menu principal"
               DISPLAY "Ingrese una Opcion: "
               ACCEPT WS-opcion
               DISPLAY X"1B" & "[2J"
               EVALUATE WS-opcion
                   WHEN 1
                       PERFORM Ver-Domicilios
                   WHEN 2
                       PERFORM Alta-Domicilio
                   WHEN 3
                       PERFORM Editar-Domicilio
                   WHEN 4
                       PERFORM Cambiar-Estado
                   WHEN 5
                       PERFORM Listar-Zonas
                   WHEN 6
                       PERFORM Mantener-Zona
                   WHEN 0
                       MOVE 1 TO WS-flag
                   WHEN OTHER
                       DISPLAY "ERROR opcion no valida"
               END-EVALUATE
           END-PERFORM
           MOVE 0 TO WS-flag
       EXIT.


       Pedir-Cliente.
           MOVE 'N' TO WS-ClienteOk
           DISPLAY "Codigo de cliente: "
           ACCEPT WS-Cliente
           CALL "Clientes" USING 1, WS-Cliente, WS-ClienteNombre,
               WS-ValorDummy, WS-ClienteOk
           IF WS-ClienteOk NOT = 'S' THEN
               DISPLAY "Cliente inexistente o desactivado."
           END-IF
       EXIT.


      *> Recorre los domicilios de WS-Cliente; con WS-SoloActivos
      *> 'S' saltea los dados de baja. Deja la cantidad mostrada y
      *> el primero.
       Listar-Domicilios-Cliente.
           MOVE 0 TO WS-Cantidad
           MOVE 0 TO WS-Primero
           MOVE WS-Cliente TO DM-Cliente
           MOVE 0 TO DM-Codigo
           START Domicilios KEY IS NOT LESS THAN DM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Domicilios NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF DM-Cliente NOT = WS-Cliente THEN
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           IF DM-Estado NOT = 'I' OR
                                   WS-SoloActivos NOT = 'S' THEN
                               PERFORM Mostrar-Linea-Domicilio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


       Mostrar-Linea-Domicilio.
           ADD 1 TO WS-Cantidad
           IF WS-Primero = 0 THEN
               MOVE DM-Codigo TO WS-Primero
           END-IF
           DISPLAY DM-Codigo " " FUNCTION TRIM(DM-Direccion) ", "
               FUNCTION TRIM(DM-Localidad) " - zona " DM-Zona
               " - " FUNCTION TRIM(DM-Horario)
           IF DM-Estado = 'I' THEN
               DISPLAY "    (dado de baja)"
           END-IF
       EXIT.


       Ver-Domicilios.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               OPEN INPUT Domicilios
               IF WS-DomiciliosStatus NOT = "00" THEN
                   DISPLAY "No hay domicilios registrados."
               ELSE
                   DISPLAY "--- Domicilios de " WS-Cliente " "
                       FUNCTION TRIM(WS-ClienteNombre) " ---"
                   MOVE 'N' TO WS-SoloActivos
                   PERFORM Listar-Domicilios-Cliente
                   IF WS-Cantidad = 0 THEN
                       DISPLAY "El cliente no tiene domicilios "
                           "de entrega."
                   ELSE
                       PERFORM Ver-Detalle-Domicilio
                   END-IF
                   CLOSE Domicilios
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Ver-Detalle-Domicilio.
           DISPLAY "Numero de domicilio para ver el detalle "
               "(Enter = ninguno): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES AND
                   FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
               MOVE WS-Cliente TO DM-Cliente
               MOVE FUNCTION NUMVAL(WS-Aux) TO DM-Codigo
               READ Domicilios
                   INVALID KEY
                       DISPLAY "Domicilio no valido."
                   NOT INVALID KEY
                       PERFORM Mostrar-Ficha-Domicilio
               END-READ
           END-IF
       EXIT.


       Mostrar-Ficha-Domicilio.
           DISPLAY "Domicilio " DM-Codigo " de " DM-Cliente
           DISPLAY "Direccion: " FUNCTION TRIM(DM-Direccion)
           DISPLAY "Localidad: " FUNCTION TRIM(DM-Localidad)
           DISPLAY "Zona de reparto: " DM-Zona
           DISPLAY "Horario de entrega: " FUNCTION TRIM(DM-Horario)
           DISPLAY "Contacto: " FUNCTION TRIM(DM-Contacto) " "
               FUNCTION TRIM(DM-Telefono)
           IF DM-Estado = 'I' THEN
               DISPLAY "Estado: DADO DE BAJA"
           ELSE
               DISPLAY "Estado: ACTIVO"
           END-IF
       EXIT.


       Alta-Domicilio.
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               PERFORM Abrir-Domicilios
               IF WS-DomiciliosStatus NOT = "00" THEN
                   CALL "Errores" USING WS-DomiciliosStatus
               ELSE
                   MOVE 'N' TO WS-SoloActivos
                   PERFORM Listar-Domicilios-Cliente
                   PERFORM Buscar-Ultimo-Codigo
                   INITIALIZE DM-Rec
                   MOVE WS-Cliente TO DM-Cliente
                   COMPUTE DM-Codigo = WS-Codigo + 1
                   DISPLAY "Direccion: "
                   ACCEPT DM-Direccion
                   IF DM-Direccion = SPACES THEN
                       DISPLAY "Sin direccion; no se grabo."
                   ELSE
                       DISPLAY "Localidad: "
                       ACCEPT DM-Localidad
                       PERFORM Capturar-Zona
                       IF WS-ZonaOk = 'S' THEN
                           DISPLAY "Horario de entrega: "
                           ACCEPT DM-Horario
                           DISPLAY "Contacto: "
                           ACCEPT DM-Contacto
                           DISPLAY "Telefono: "
                           ACCEPT DM-Telefono
                           MOVE 'A' TO DM-Estado
                           MOVE WS-Usuario TO DM-Usuario
                           WRITE DM-Rec
                           IF WS-DomiciliosStatus = "00" THEN
                               DISPLAY "Domicilio " DM-Codigo
                                   " registrado."
                           ELSE
                               CALL "Errores" USING
                                   WS-DomiciliosStatus
                           END-IF
                       END-IF
                   END-IF
                   CLOSE Domicilios
               END-IF
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Buscar-Ultimo-Codigo.
           MOVE 0 TO WS-Codigo
           MOVE WS-Cliente TO DM-Cliente
           MOVE 0 TO DM-Codigo
           START Domicilios KEY IS NOT LESS THAN DM-Clave
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF-Flag = 'Y'
               READ Domicilios NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF DM-Cliente = WS-Cliente THEN
                           MOVE DM-Codigo TO WS-Codigo
                       ELSE
                           MOVE 'Y' TO WS-EOF-Flag
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-Flag
       EXIT.


      *> La zona tiene que existir y estar activa; en blanco se
      *> cancela la carga.
       Capturar-Zona.
           MOVE 'N' TO WS-ZonaOk
           OPEN INPUT Zonas
           IF WS-ZonasStatus NOT = "00" THEN
               DISPLAY "No hay zonas de reparto cargadas; primero "
                   "dar de alta las zonas."
               MOVE 'C' TO WS-ZonaOk
           END-IF
           PERFORM UNTIL WS-ZonaOk = 'S' OR WS-ZonaOk = 'C'
               DISPLAY "Zona de reparto (en blanco cancela): "
               MOVE SPACES TO WS-Zona
               ACCEPT WS-Zona
               MOVE FUNCTION UPPER-CASE(WS-Zona) TO WS-Zona
               IF WS-Zona = SPACES THEN
                   MOVE 'C' TO WS-ZonaOk
               ELSE
                   MOVE WS-Zona TO ZN-Codigo
                   READ Zonas
                       INVALID KEY
                           DISPLAY "Zona inexistente."
                       NOT INVALID KEY
                           IF ZN-Estado = 'I' THEN
                               DISPLAY "Zona dada de baja."
                           ELSE
                               MOVE WS-Zona TO DM-Zona
                               MOVE 'S' TO WS-ZonaOk
                               DISPLAY FUNCTION TRIM(ZN-Descripcion)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF WS-ZonasStatus = "00" OR WS-ZonaOk = 'S' THEN
               CLOSE Zonas
           END-IF
       EXIT.


       Buscar-Domicilio.
           MOVE 'N' TO WS-Confirmar
           PERFORM Pedir-Cliente
           IF WS-ClienteOk = 'S' THEN
               DISPLAY "Numero de domicilio: "
               ACCEPT WS-Aux
               IF FUNCTION TEST-NUMVAL(WS-Aux) = 0 THEN
                   MOVE FUNCTION NUMVAL(WS-Aux) TO WS-Codigo
               ELSE
                   MOVE 0 TO WS-Codigo
               END-IF
               MOVE WS-Cliente TO DM-Cliente
               MOVE WS-Codigo TO DM-Codigo
               READ Domicilios
                   INVALID KEY
                       DISPLAY "Domicilio no valido."
                   NOT INVALID KEY
                       MOVE 'S' TO WS-Confirmar
                       PERFORM Mostrar-Ficha-Domicilio
               END-READ
           END-IF
       EXIT.


       Editar-Domicilio.
           PERFORM Abrir-Domicilios
           IF WS-DomiciliosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DomiciliosStatus
           ELSE
               PERFORM Buscar-Domicilio
               IF WS-Confirmar = 'S' THEN
                   MOVE 99 TO WS-Campo
                   PERFORM UNTIL WS-Campo = 0
                       DISPLAY "---- Campos del domicilio ----"
                       DISPLAY "1. Direccion"
                       DISPLAY "2. Localidad"
                       DISPLAY "3. Zona de reparto"
                       DISPLAY "4. Horario de entrega"
                       DISPLAY "5. Contacto"
                       DISPLAY "6. Telefono"
                       DISPLAY "0. Finalizar edicion"
                       DISPLAY "Ingrese una Opcion: "
                       ACCEPT WS-Campo
                       PERFORM Editar-Campo
                   END-PERFORM
                   MOVE WS-Usuario TO DM-Usuario
                   REWRITE DM-Rec
                   IF WS-DomiciliosStatus = "00" THEN
                       DISPLAY "Domicilio actualizado."
                   ELSE
                       CALL "Errores" USING WS-DomiciliosStatus
                   END-IF
               END-IF
               CLOSE Domicilios
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Editar-Campo.
           EVALUATE WS-Campo
               WHEN 1
                   DISPLAY "Direccion: "
                   ACCEPT DM-Direccion
               WHEN 2
                   DISPLAY "Localidad: "
                   ACCEPT DM-Localidad
               WHEN 3
                   PERFORM Capturar-Zona
               WHEN 4
                   DISPLAY "Horario de entrega: "
                   ACCEPT DM-Horario
               WHEN 5
                   DISPLAY "Contacto: "
                   ACCEPT DM-Contacto
               WHEN 6
                   DISPLAY "Telefono: "
                   ACCEPT DM-Telefono
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE
       EXIT.


       Cambiar-Estado.
           PERFORM Abrir-Domicilios
           IF WS-DomiciliosStatus NOT = "00" THEN
               CALL "Errores" USING WS-DomiciliosStatus
           ELSE
               PERFORM Buscar-Domicilio
               IF WS-Confirmar = 'S' THEN
                   IF DM-Estado = 'I' THEN
                       MOVE 'A' TO DM-Estado
                       DISPLAY "Domicilio reactivado."
                   ELSE
                       MOVE 'I' TO DM-Estado
                       DISPLAY "Domicilio dado de baja; no se ofrece "
                           "mas en remitos ni pedidos."
                   END-IF
                   MOVE WS-Usuario TO DM-Usuario
                   REWRITE DM-Rec
               END-IF
               CLOSE Domicilios
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Listar-Zonas.
           OPEN INPUT Zonas
           IF WS-ZonasStatus NOT = "00" THEN
               DISPLAY "No hay zonas de reparto cargadas."
           ELSE
               MOVE LOW-VALUES TO ZN-Codigo
               START Zonas KEY IS NOT LESS THAN ZN-Codigo
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT INVALID KEY
                       MOVE 'N' TO WS-EOF-Flag
               END-START
               DISPLAY "--- Zonas de reparto ---"
               PERFORM UNTIL WS-EOF-Flag = 'Y'
                   READ Zonas NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM Armar-Dias-Texto
                           DISPLAY ZN-Codigo " "
                               ZN-Descripcion " dias: "
                               FUNCTION TRIM(WS-DiasTexto)
                           IF ZN-Estado = 'I' THEN
                               DISPLAY "    (dada de baja)"
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF-Flag
               CLOSE Zonas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Mantener-Zona.
           PERFORM Abrir-Zonas
           IF WS-ZonasStatus NOT = "00" THEN
               CALL "Errores" USING WS-ZonasStatus
           ELSE
               DISPLAY "Codigo de zona: "
               MOVE SPACES TO WS-Zona
               ACCEPT WS-Zona
               MOVE FUNCTION UPPER-CASE(WS-Zona) TO WS-Zona
               IF WS-Zona = SPACES THEN
                   DISPLAY "Codigo no valido."
               ELSE
                   MOVE WS-Zona TO ZN-Codigo
                   READ Zonas
                       INVALID KEY
                           PERFORM Alta-Zona
                       NOT INVALID KEY
                           PERFORM Editar-Zona
                   END-READ
               END-IF
               CLOSE Zonas
           END-IF
           DISPLAY "Presione Enter para continuar"
           ACCEPT WS-EnterT
       EXIT.


       Alta-Zona.
           INITIALIZE ZN-Rec
           MOVE WS-Zona TO ZN-Codigo
           DISPLAY "Descripcion: "
           ACCEPT ZN-Descripcion
           PERFORM Capturar-Dias
           MOVE 'A' TO ZN-Estado
           MOVE WS-Usuario TO ZN-Usuario
           WRITE ZN-Rec
           IF WS-ZonasStatus = "00" THEN
               DISPLAY "Zona registrada."
           ELSE
               CALL "Errores" USING WS-ZonasStatus
           END-IF
       EXIT.


       Editar-Zona.
           PERFORM Armar-Dias-Texto
           DISPLAY ZN-Codigo " " FUNCTION TRIM(ZN-Descripcion)
               " dias: " FUNCTION TRIM(WS-DiasTexto)
           DISPLAY "Descripcion (Enter = sin cambios): "
           MOVE SPACES TO WS-Aux
           ACCEPT WS-Aux
           IF WS-Aux NOT = SPACES THEN
               MOVE WS-Aux TO ZN-Descripcion
           END-IF
           PERFORM Capturar-Dias
           IF ZN-Estado = 'I' THEN
               DISPLAY "La zona esta dada de baja. Reactivar (S/N): "
           ELSE
               DISPLAY "Dar de baja la zona (S/N): "
           END-IF
           ACCEPT WS-Confirmar
           IF WS-Confirmar = 'S' OR WS-Confirmar = 's' THEN
               IF ZN-Estado = 'I' THEN
                   MOVE 'A' TO ZN-Estado
               ELSE
                   MOVE 'I' TO ZN-Estado
               END-IF
           END-IF
           MOVE WS-Usuario TO ZN-Usuario
           REWRITE ZN-Rec
           IF WS-ZonasStatus = "00" THEN
               DISPLAY "Zona actualizada."
           ELSE
               CALL "Errores" USING WS-ZonasStatus
           END-IF
       EXIT.


      *> Los dias se cargan con sus iniciales, L M X J V S D (X es
      *> miercoles); en blanco el camion va todos los dias.
       Capturar-Dias.
           DISPLAY "Dias de reparto (L M X J V S D, por ejemplo "
               "LXV; en blanco = todos): "
           MOVE SPACES TO WS-DiasEntrada
           ACCEPT WS-DiasEntrada
           MOVE FUNCTION UPPER-CASE(WS-DiasEntrada) TO WS-DiasEntrada
           MOVE SPACES TO ZN-Dias
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 7
                   IF WS-DiasEntrada(WS-J:1) = WS-LetrasDias(WS-I:1)
                       THEN
                       MOVE 'S' TO ZN-Dias(WS-I:1)
                   END-IF
               END-PERFORM
           END-PERFORM
       EXIT.
